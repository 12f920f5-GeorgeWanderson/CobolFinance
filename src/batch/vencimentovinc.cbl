       IDENTIFICATION DIVISION.
       PROGRAM-ID. VencimentoVinculadas.

      *****************************************************************
      *  VencimentoVinculadas.cbl - Vencimento diário das contas
      *  vinculadas (contas_vinculadas.dat). Vinculada aberta com o
      *  prazo ultrapassado:
      *    - sem a condição confirmada: o valor retido volta pela
      *      regra de devolução (LiquidarVinculada 'D') - integral
      *      ao depositante, ou multa ao beneficiário e o restante
      *      ao depositante; conta fora de atividade não recebe e
      *      vira pendência ESCR;
      *    - com a condição confirmada e a liberação ainda na fila
      *      de aprovação: não devolve; pendência ESCR para o
      *      supervisor decidir a liberação.
      *  A devolução é tentada a cada execução, mas a pendência
      *  ESCR da vinculada só é aberta de novo depois que a anterior
      *  for fechada.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VinculadaFile ASSIGN TO 'contas_vinculadas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VincFileStatus.

           SELECT PendenciaFile ASSIGN TO 'pendencias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PendFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  VinculadaFile.
       COPY VINCREC.

       FD  PendenciaFile.
       COPY PENDREC.

       WORKING-STORAGE SECTION.
       01  WS-VincFileStatus      PIC XX.
       01  WS-PendFileStatus      PIC XX.
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
      * Vinculadas vencidas, apuradas antes de a sub-rotina reabrir
      * o arquivo para a devolução.
       01  WS-VencQtde            PIC 9(4) VALUE 0.
       01  WS-VencTabela.
           05  WS-Vencida OCCURS 2000 TIMES.
               10  WS-VencID          PIC 9(7).
               10  WS-VencConta       PIC 9(7).
               10  WS-VencValor       PIC 9(7)V99.
               10  WS-VencConfirmada  PIC X.
       01  WS-VencIdx             PIC 9(4) VALUE 0.
       01  WS-VincAcao            PIC X VALUE 'D'.
       01  WS-VincOperador        PIC X(10) VALUE 'BATCH'.
       01  WS-VincResultado       PIC X VALUE 'N'.
       01  WS-Devolvidas          PIC 9(7) VALUE 0.
       01  WS-ValorDevolvido      PIC 9(11)V99 VALUE 0.
       01  WS-AguardandoAprovacao PIC 9(7) VALUE 0.
       01  WS-PendOrigem          PIC X(20)
           VALUE 'VencimentoVinculadas'.
       01  WS-PendTipo            PIC X(4) VALUE 'ESCR'.
       01  WS-PendValor           PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao       PIC X(60).
      * Vinculadas que já têm pendência ESCR aberta ou em tratamento.
       01  WS-PdQtde              PIC 9(4) VALUE 0.
       01  WS-PdTabela.
           05  WS-PdVinculada     PIC 9(7) OCCURS 2000 TIMES.
       01  WS-PdIdx               PIC 9(4) VALUE 0.
       01  WS-PdAchada            PIC X VALUE 'N'.
       01  WS-RunPrograma       PIC X(20) VALUE 'VencimentoVinculadas'.
       01  WS-RunCompetencia    PIC 9(8) VALUE 0.
       01  WS-RunOperador       PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado     PIC X VALUE 'N'.
       01  WS-ExecPrograma      PIC X(20) VALUE 'VencimentoVinculadas'.
       01  WS-ExecEvento        PIC X(3).
       01  WS-ExecLidos         PIC 9(7) VALUE 0.
       01  WS-ExecPostados      PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados    PIC 9(7) VALUE 0.
       01  WS-ExecSituacao      PIC X(4) VALUE 'OK'.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd

      *    Guarda de reexecução diária: vale a data do dia.
           MOVE WS-DataHojeOrd TO WS-RunCompetencia
           CALL 'ControleExecucao' USING WS-RunPrograma
               WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           IF WS-RunAutorizado NOT = 'S'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           DISPLAY 'Processando vencimento das contas vinculadas...'
           PERFORM ApurarVencidas
           PERFORM CarregarPendenciasAbertas
           PERFORM VARYING WS-VencIdx FROM 1 BY 1
                   UNTIL WS-VencIdx > WS-VencQtde
               IF WS-VencConfirmada(WS-VencIdx) = 'S'
                   PERFORM CobrarAprovacao
               ELSE
                   PERFORM DevolverVinculada
               END-IF
           END-PERFORM

           MOVE WS-Devolvidas TO WS-ExecPostados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           DISPLAY 'Vinculadas devolvidas: ' WS-Devolvidas
               ' R$ ' WS-ValorDevolvido
           DISPLAY 'Vencidas aguardando aprovação: '
               WS-AguardandoAprovacao
           DISPLAY 'Devoluções recusadas: ' WS-ExecRejeitados
           STOP RUN.

       ApurarVencidas.
           MOVE 0 TO WS-VencQtde
           OPEN INPUT VinculadaFile
           IF WS-VincFileStatus = '00'
               PERFORM UNTIL WS-VincFileStatus = '10'
                   READ VinculadaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF VincAberta AND
                                   VincPrazo < WS-DataHojeOrd AND
                                   WS-VencQtde < 2000
                               PERFORM GuardarVencida
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VinculadaFile
           END-IF.

       GuardarVencida.
           ADD 1 TO WS-VencQtde
           ADD 1 TO WS-ExecLidos
           MOVE VincID TO WS-VencID(WS-VencQtde)
           MOVE VincContaDepositante TO WS-VencConta(WS-VencQtde)
           MOVE VincValor TO WS-VencValor(WS-VencQtde)
           IF VincDataConfirmacao > 0
               MOVE 'S' TO WS-VencConfirmada(WS-VencQtde)
           ELSE
               MOVE 'N' TO WS-VencConfirmada(WS-VencQtde)
           END-IF.

       DevolverVinculada.
           MOVE 'D' TO WS-VincAcao
           CALL 'LiquidarVinculada' USING WS-VencID(WS-VencIdx)
               WS-VincAcao WS-VincOperador WS-VincResultado
           IF WS-VincResultado = 'S'
               ADD 1 TO WS-Devolvidas
               ADD WS-VencValor(WS-VencIdx) TO WS-ValorDevolvido
               DISPLAY 'Vinculada ' WS-VencID(WS-VencIdx)
                   ': R$ ' WS-VencValor(WS-VencIdx) ' devolvidos.'
           ELSE
               ADD 1 TO WS-ExecRejeitados
               MOVE SPACES TO WS-PendDescricao
               STRING 'Vinculada ' DELIMITED BY SIZE
                      WS-VencID(WS-VencIdx) DELIMITED BY SIZE
                      ' vencida: conta de crédito inativa'
                      DELIMITED BY SIZE
                   INTO WS-PendDescricao
               PERFORM RegistrarPendenciaVinc
               DISPLAY 'Vinculada ' WS-VencID(WS-VencIdx)
                   ': devolução recusada, pendência aberta.'
           END-IF.

      * Condição confirmada antes do prazo: a devolução não corre
      * por cima da liberação; a cobrança volta se a pendência for
      * fechada sem o supervisor aprovar ou rejeitar.
       CobrarAprovacao.
           ADD 1 TO WS-AguardandoAprovacao
           MOVE SPACES TO WS-PendDescricao
           STRING 'Vinculada ' DELIMITED BY SIZE
                  WS-VencID(WS-VencIdx) DELIMITED BY SIZE
                  ' vencida com liberação a aprovar' DELIMITED BY SIZE
               INTO WS-PendDescricao
           PERFORM RegistrarPendenciaVinc.

       RegistrarPendenciaVinc.
           MOVE 'N' TO WS-PdAchada
           PERFORM VARYING WS-PdIdx FROM 1 BY 1
                   UNTIL WS-PdIdx > WS-PdQtde
               IF WS-PdVinculada(WS-PdIdx) = WS-VencID(WS-VencIdx)
                   MOVE 'S' TO WS-PdAchada
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PdAchada = 'N'
               MOVE WS-VencValor(WS-VencIdx) TO WS-PendValor
               CALL 'RegistrarPendencia' USING WS-PendOrigem
                   WS-PendTipo WS-VencConta(WS-VencIdx) WS-PendValor
                   WS-PendDescricao
           END-IF.

      * Pendência ESCR ainda aberta não se repete: a vinculada está
      * no início da descrição ('Vinculada nnnnnnn ...').
       CarregarPendenciasAbertas.
           MOVE 0 TO WS-PdQtde
           OPEN INPUT PendenciaFile
           IF WS-PendFileStatus = '00'
               PERFORM UNTIL WS-PendFileStatus = '10'
                   READ PendenciaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PendTipo = WS-PendTipo AND
                                   (PendAberta OR PendEmTratamento)
                                   AND PendDescricao(11:7) IS NUMERIC
                                   AND WS-PdQtde < 2000
                               ADD 1 TO WS-PdQtde
                               MOVE PendDescricao(11:7)
                                   TO WS-PdVinculada(WS-PdQtde)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PendenciaFile
           END-IF.

       END PROGRAM VencimentoVinculadas.
