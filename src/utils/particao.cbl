       IDENTIFICATION DIVISION.
       PROGRAM-ID. ObterParticao.

      *****************************************************************
      *  ObterParticao.cbl - Sub-rotina da execução particionada por
      *  faixa de agência. Chamada por CALL 'ObterParticao' USING
      *  LK-Programa LK-NomeParticao LK-Particao LK-AgenciaIni
      *  LK-AgenciaFim LK-Valida na largada dos jobs particionáveis.
      *  A partição da cópia em execução vem da variável de
      *  ambiente CFIN_PARTICAO (número da faixa em particoes.dat).
      *  Sem a variável o job roda inteiro: partição 00, agências
      *  0000 a 9999 e o próprio nome do programa. Com a variável,
      *  a faixa vem da tabela e o nome para o run-control e o
      *  diário é o programa com o sufixo '.Pnn' (os 16 primeiros
      *  caracteres do nome + sufixo cabem nos 20 de RunPrograma e
      *  ExecPrograma).
      *  Partição fora da tabela devolve LK-Valida = 'N'.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParticaoFile ASSIGN TO 'particoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PartFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ParticaoFile.
       COPY PARTREC.

       WORKING-STORAGE SECTION.
       01  PartFileStatus       PIC XX.
       01  VariavelParticao     PIC X(10).
       01  ParticaoAchada       PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LK-Programa          PIC X(20).
       01  LK-NomeParticao      PIC X(20).
       01  LK-Particao          PIC 9(2).
       01  LK-AgenciaIni        PIC 9(4).
       01  LK-AgenciaFim        PIC 9(4).
       01  LK-Valida            PIC X(1).

       PROCEDURE DIVISION USING LK-Programa LK-NomeParticao
               LK-Particao LK-AgenciaIni LK-AgenciaFim LK-Valida.
       BEGIN.
           MOVE 'S' TO LK-Valida
           MOVE 0 TO LK-Particao
           MOVE 0 TO LK-AgenciaIni
           MOVE 9999 TO LK-AgenciaFim
           MOVE LK-Programa TO LK-NomeParticao

           MOVE SPACES TO VariavelParticao
           ACCEPT VariavelParticao FROM ENVIRONMENT 'CFIN_PARTICAO'
           IF VariavelParticao NOT = SPACES
               IF VariavelParticao(1:2) IS NUMERIC AND
                       VariavelParticao(3:8) = SPACES
                   MOVE VariavelParticao(1:2) TO LK-Particao
                   PERFORM LOCALIZAR-FAIXA
               ELSE
                   MOVE 'N' TO ParticaoAchada
               END-IF
               IF ParticaoAchada = 'S'
                   MOVE SPACES TO LK-NomeParticao
                   STRING LK-Programa(1:16) DELIMITED BY SPACE
                          '.P' DELIMITED BY SIZE
                          LK-Particao DELIMITED BY SIZE
                       INTO LK-NomeParticao
                   DISPLAY 'Partição ' LK-Particao ': agências '
                       LK-AgenciaIni ' a ' LK-AgenciaFim
               ELSE
                   MOVE 'N' TO LK-Valida
                   DISPLAY 'Partição ' VariavelParticao
                       ' não cadastrada em particoes.dat!'
               END-IF
           END-IF
           GOBACK.

       LOCALIZAR-FAIXA.
           MOVE 'N' TO ParticaoAchada
           OPEN INPUT ParticaoFile
           IF PartFileStatus = '00'
               PERFORM UNTIL PartFileStatus = '10'
                   READ ParticaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PartNumero = LK-Particao
                               MOVE 'S' TO ParticaoAchada
                               MOVE PartAgenciaIni TO LK-AgenciaIni
                               MOVE PartAgenciaFim TO LK-AgenciaFim
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParticaoFile
           END-IF.

       END PROGRAM ObterParticao.
