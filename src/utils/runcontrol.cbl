      *  reexecução forçada por supervisor, que fica registrada com a
      *  identificação de quem autorizou. Jobs mensais passam a
      *  competência como AAAAMM00; jobs diários passam AAAAMMDD.
      *  Nos jobs particionáveis (ObterParticao) o job inteiro e as
      *  partições '<job>.Pnn' não se misturam na mesma competência:
      *  a partição é recusada se o job inteiro já rodou, e o job
      *  inteiro é recusado se alguma partição já rodou, sem opção
      *  de forçar, porque os lançamentos sairiam em dobro. A
      *  consolidação das partições (ExecucaoParticionada) chama com
      *  LK-Autorizado = 'C' na entrada e não passa por essa
      *  conferência.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  PeriodoFechado       PIC X VALUE 'N'.
       01  RespostaForcar       PIC X VALUE 'N'.
       01  SupervisorID         PIC X(10).
       01  ConflitoParticao     PIC X VALUE 'N'.
       01  ChamadaConsolidacao  PIC X VALUE SPACE.
       01  NomeAnalisado        PIC X(20).
       01  BaseAnalisada        PIC X(20).
       01  SufixoAnalisado      PIC X(20).
       01  ParticaoAnalisada    PIC X VALUE 'N'.
       01  BasePropria          PIC X(16).
       01  ParticaoPropria      PIC X VALUE 'N'.
       01  ConflitoPrograma     PIC X(20).

       LINKAGE SECTION.
       01  LK-Programa          PIC X(20).
       PROCEDURE DIVISION USING LK-Programa LK-Competencia
               LK-Operador LK-Autorizado.
       BEGIN.
           MOVE LK-Autorizado TO ChamadaConsolidacao
           MOVE 'N' TO LK-Autorizado
           PERFORM VERIFICAR-PERIODO

           IF ConflitoParticao = 'S' AND ChamadaConsolidacao NOT = 'C'
               DISPLAY 'Período ' LK-Competencia ' já processado por '
                   ConflitoPrograma '.'
               DISPLAY 'Job inteiro e partições não podem rodar na '
                   'mesma competência.'
               DISPLAY 'Execução recusada pelo controle de '
               DISPLAY 'período.'
               GOBACK
           END-IF

           IF PeriodoFechado = 'N'
               MOVE LK-Operador TO SupervisorID
               MOVE 'N' TO RespostaForcar

       VERIFICAR-PERIODO.
           MOVE 'N' TO PeriodoFechado
           MOVE 'N' TO ConflitoParticao
           MOVE LK-Programa TO NomeAnalisado
           PERFORM EXTRAIR-BASE
           MOVE BaseAnalisada(1:16) TO BasePropria
           MOVE ParticaoAnalisada TO ParticaoPropria
           OPEN INPUT RunControlFile
           IF RunFileStatus = '00'
               PERFORM UNTIL RunFileStatus = '10'
                           IF RunPrograma = LK-Programa AND
                                   RunCompetencia = LK-Competencia
                               MOVE 'Y' TO PeriodoFechado
                           END-IF
                           IF RunCompetencia = LK-Competencia AND
                                   RunPrograma NOT = LK-Programa
                               PERFORM CONFERIR-PARTICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RunControlFile
           END-IF.

      * Registro da mesma competência com a mesma base de nome: se um
      * é o job inteiro e o outro uma partição, há conflito. Duas
      * partições diferentes do mesmo job convivem normalmente.
       CONFERIR-PARTICAO.
           MOVE RunPrograma TO NomeAnalisado
           PERFORM EXTRAIR-BASE
           IF BaseAnalisada(1:16) = BasePropria AND
                   ParticaoAnalisada NOT = ParticaoPropria
               MOVE 'S' TO ConflitoParticao
               MOVE RunPrograma TO ConflitoPrograma
           END-IF.

      * Nome de partição é '<16 primeiros do job>.Pnn' (vide
      * ObterParticao); qualquer outro nome é tomado como o job
      * inteiro, cuja base são os 16 primeiros caracteres.
       EXTRAIR-BASE.
           MOVE 'N' TO ParticaoAnalisada
           MOVE SPACES TO BaseAnalisada
           MOVE SPACES TO SufixoAnalisado
           UNSTRING NomeAnalisado DELIMITED BY '.P'
               INTO BaseAnalisada SufixoAnalisado
           END-UNSTRING
           IF SufixoAnalisado(1:2) IS NUMERIC AND
                   SufixoAnalisado(3:18) = SPACES
               MOVE 'S' TO ParticaoAnalisada
           ELSE
               MOVE NomeAnalisado TO BaseAnalisada
           END-IF.

       REGISTRAR-EXECUCAO.
           MOVE LK-Programa TO RunPrograma
           MOVE LK-Competencia TO RunCompetencia
