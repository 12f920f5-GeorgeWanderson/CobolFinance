       IDENTIFICATION DIVISION.
       PROGRAM-ID. RemessaCedulasFalsas.

      *****************************************************************
      *  RemessaCedulasFalsas.cbl - Remessa mensal ao Banco Central
      *  das cédulas com indício de falsificação retidas nos caixas
      *  (cedulas_retidas.dat). Consolida por agência as cédulas
      *  retidas na competência e ainda não enviadas, grava o arquivo
      *  remessa_bacen_cedulas_<AAAAMM>.dat com header e trailer de
      *  conferência e marca cada cédula como enviada. O resumo por
      *  agência sai em cedulas_retidas_<AAAAMM>.txt, no spool.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgenciaFile ASSIGN TO 'agencias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AgFileStatus.

           SELECT CedulaRetidaFile ASSIGN TO 'cedulas_retidas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RetFileStatus.

           SELECT RemessaFile ASSIGN DYNAMIC WS-RemessaFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RemFileStatus.

           SELECT ResumoFile ASSIGN DYNAMIC WS-ResumoFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ResumoFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  AgenciaFile.
       COPY AGENCIAREC.

       FD  CedulaRetidaFile.
       COPY CEDFALREC.

       FD  RemessaFile.
       01  RemessaRecord              PIC X(102).

       FD  ResumoFile.
       01  ResumoLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CTRLREC.
      * Detalhe da remessa: uma linha por cédula retida.
       01  WS-RemessaDetalhe.
           05  RemAgencia             PIC 9(4).
           05  RemTermo               PIC 9(7).
           05  RemDataRetencao        PIC 9(8).
           05  RemDenominacao         PIC 9(3).
           05  RemSerie               PIC X(4).
           05  RemNumeroCedula        PIC X(12).
           05  RemOrigem              PIC X(1).
           05  RemClienteCPF          PIC X(11).
           05  RemClienteNome         PIC A(40).
           05  RemOperadorID          PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.

       01  WS-AgFileStatus        PIC XX.
       01  WS-RetFileStatus       PIC XX.
       01  WS-RemFileStatus       PIC XX.
       01  WS-ResumoFileStatus    PIC XX.
       01  WS-RemessaFileName     PIC X(40).
       01  WS-ResumoFileName      PIC X(40).
       01  WS-Competencia         PIC 9(6) VALUE 0.
       01  WS-RetCompetencia      PIC 9(6) VALUE 0.
       01  WS-AgenciaAtual        PIC 9(4) VALUE 0.
       01  WS-AgenciaNomeAtual    PIC A(30).
      * 'S' no passo final, que leva as cédulas de agência fora do
      * cadastro para não ficarem retidas indefinidamente.
       01  WS-PassoResidual       PIC X VALUE 'N'.
       01  WS-AgenciaCadastrada   PIC X VALUE 'N'.
       01  WS-QtdeAgencia         PIC 9(5) VALUE 0.
       01  WS-ValorAgencia        PIC 9(9)V99 VALUE 0.
       01  WS-QtdeTotal           PIC 9(7) VALUE 0.
       01  WS-ValorTotal          PIC 9(11)V99 VALUE 0.
       01  WS-AgenciasComRetencao PIC 9(4) VALUE 0.
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-AnoComp             PIC 9(4) VALUE 0.
       01  WS-MesComp             PIC 9(2) VALUE 0.

       01  WS-ExecPrograma        PIC X(20)
           VALUE 'RemessaCedulasFalsas'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos           PIC 9(7) VALUE 0.
       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd

      *    Sem competência informada, remete o mês anterior.
           DISPLAY 'Competência da remessa (AAAAMM, ENTER = mês '
               'anterior): '
           ACCEPT WS-Competencia
           IF WS-Competencia = 0
               MOVE WS-AnoHoje TO WS-AnoComp
               MOVE WS-MesHoje TO WS-MesComp
               IF WS-MesComp = 1
                   MOVE 12 TO WS-MesComp
                   SUBTRACT 1 FROM WS-AnoComp
               ELSE
                   SUBTRACT 1 FROM WS-MesComp
               END-IF
               COMPUTE WS-Competencia = WS-AnoComp * 100 + WS-MesComp
           END-IF

           OPEN INPUT CedulaRetidaFile
           IF WS-RetFileStatus NOT = '00'
               DISPLAY 'Nenhuma cédula retida registrada.'
               STOP RUN
           END-IF
           CLOSE CedulaRetidaFile

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           STRING 'remessa_bacen_cedulas_' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-RemessaFileName
           STRING 'cedulas_retidas_' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ResumoFileName
           OPEN OUTPUT RemessaFile
           OPEN OUTPUT ResumoFile

           MOVE 'Gerando remessa de cédulas retidas...' TO WS-Mensagem
           DISPLAY WS-Mensagem

      *    Header e trailer de conferência contra truncamento.
           MOVE SPACES TO ControleRegistro
           MOVE 'H' TO CtrlTipo
           MOVE WS-DataHojeOrd TO CtrlData
           MOVE 1 TO CtrlSequencia
           MOVE 0 TO CtrlContagem
           MOVE 0 TO CtrlSoma
           WRITE RemessaRecord FROM ControleRegistro

           MOVE SPACES TO ResumoLine
           STRING 'CÉDULAS RETIDAS ENVIADAS AO BANCO CENTRAL - '
                      DELIMITED BY SIZE
                  'COMPETÊNCIA ' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
               INTO ResumoLine
           WRITE ResumoLine
           MOVE '==============================' TO ResumoLine
           WRITE ResumoLine
           MOVE SPACES TO ResumoLine
           STRING 'Agência                          Cédulas  '
                      DELIMITED BY SIZE
                  'Valor de face' DELIMITED BY SIZE
               INTO ResumoLine
           WRITE ResumoLine

           OPEN INPUT AgenciaFile
           IF WS-AgFileStatus = '00'
               PERFORM UNTIL WS-AgFileStatus = '10'
                   READ AgenciaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE AgenciaNumero TO WS-AgenciaAtual
                           MOVE AgenciaNome TO WS-AgenciaNomeAtual
                           PERFORM ConsolidarAgencia
                   END-READ
               END-PERFORM
               CLOSE AgenciaFile
           END-IF

           MOVE 'S' TO WS-PassoResidual
           MOVE 0 TO WS-AgenciaAtual
           MOVE 'AGÊNCIA NÃO CADASTRADA' TO WS-AgenciaNomeAtual
           PERFORM ConsolidarAgencia

           MOVE SPACES TO ControleRegistro
           MOVE 'T' TO CtrlTipo
           MOVE WS-DataHojeOrd TO CtrlData
           MOVE 1 TO CtrlSequencia
           MOVE WS-QtdeTotal TO CtrlContagem
           MOVE WS-ValorTotal TO CtrlSoma
           WRITE RemessaRecord FROM ControleRegistro
           CLOSE RemessaFile

           MOVE SPACES TO ResumoLine
           WRITE ResumoLine
           MOVE SPACES TO ResumoLine
           STRING 'Total: ' DELIMITED BY SIZE
                  WS-AgenciasComRetencao DELIMITED BY SIZE
                  ' agência(s)  ' DELIMITED BY SIZE
                  WS-QtdeTotal DELIMITED BY SIZE
                  ' cédula(s)  R$ ' DELIMITED BY SIZE
                  WS-ValorTotal DELIMITED BY SIZE
               INTO ResumoLine
           WRITE ResumoLine
           CLOSE ResumoFile

           MOVE WS-QtdeTotal TO WS-ExecPostados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           MOVE WS-ResumoFileName TO WS-SpoolArquivo
           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-Competencia TO WS-SpoolAlvo(1:6)
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'RemessaCedulasFalsas' 'CEDF' 'BATCH     '
               WS-SpoolAlvo 'N'

           DISPLAY 'Cédulas enviadas na remessa: ' WS-QtdeTotal
               ' (R$ ' WS-ValorTotal ')'
           DISPLAY 'Arquivo de remessa: ' WS-RemessaFileName
           DISPLAY 'Resumo por agência: ' WS-ResumoFileName
           STOP RUN.

      * Uma leitura do arquivo de retenções por agência; cada cédula
      * da competência ainda retida vai para a remessa e é marcada
      * como enviada, para nunca sair duas vezes.
       ConsolidarAgencia.
           MOVE 0 TO WS-QtdeAgencia
           MOVE 0 TO WS-ValorAgencia
           OPEN I-O CedulaRetidaFile
           PERFORM UNTIL WS-RetFileStatus = '10'
               READ CedulaRetidaFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE RetData(1:6) TO WS-RetCompetencia
                       IF RetRetida AND
                               WS-RetCompetencia = WS-Competencia
                           IF WS-PassoResidual = 'S'
                               PERFORM VerificarAgenciaCadastrada
                               IF WS-AgenciaCadastrada = 'N'
                                   PERFORM EnviarCedula
                               END-IF
                           ELSE
                           IF RetAgencia = WS-AgenciaAtual
                               PERFORM EnviarCedula
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CedulaRetidaFile

           IF WS-QtdeAgencia > 0
               ADD 1 TO WS-AgenciasComRetencao
               MOVE SPACES TO ResumoLine
               STRING WS-AgenciaAtual DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AgenciaNomeAtual DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-QtdeAgencia DELIMITED BY SIZE
                      '   R$ ' DELIMITED BY SIZE
                      WS-ValorAgencia DELIMITED BY SIZE
                   INTO ResumoLine
               WRITE ResumoLine
               DISPLAY 'Agência ' WS-AgenciaAtual ': '
                   WS-QtdeAgencia ' cédula(s), R$ ' WS-ValorAgencia
           END-IF.

       EnviarCedula.
           ADD 1 TO WS-ExecLidos
           MOVE RetAgencia TO RemAgencia
           MOVE RetTermo TO RemTermo
           MOVE RetData TO RemDataRetencao
           MOVE RetDenominacao TO RemDenominacao
           MOVE RetSerie TO RemSerie
           MOVE RetNumeroCedula TO RemNumeroCedula
           MOVE RetOrigem TO RemOrigem
           MOVE RetClienteCPF TO RemClienteCPF
           MOVE RetClienteNome TO RemClienteNome
           MOVE RetOperadorID TO RemOperadorID
           WRITE RemessaRecord FROM WS-RemessaDetalhe
           MOVE 'E' TO RetStatus
           MOVE WS-DataHojeOrd TO RetDataRemessa
           REWRITE CedulaRetidaRecord
           ADD 1 TO WS-QtdeAgencia
           ADD RetDenominacao TO WS-ValorAgencia
           ADD 1 TO WS-QtdeTotal
           ADD RetDenominacao TO WS-ValorTotal.

       VerificarAgenciaCadastrada.
           MOVE 'N' TO WS-AgenciaCadastrada
           OPEN INPUT AgenciaFile
           IF WS-AgFileStatus = '00'
               PERFORM UNTIL WS-AgFileStatus = '10'
                   READ AgenciaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AgenciaNumero = RetAgencia
                               MOVE 'S' TO WS-AgenciaCadastrada
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgenciaFile
           END-IF.

       END PROGRAM RemessaCedulasFalsas.
