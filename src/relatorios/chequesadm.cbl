       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioChequesAdm.

      *****************************************************************
      *  RelatorioChequesAdm.cbl - Cheques administrativos em
      *  circulação (cheques_administrativos.dat): emitidos e ainda
      *  não compensados nem cancelados, com os dias em circulação.
      *  O total em circulação é conferido contra o saldo da conta
      *  interna de cheques administrativos (CHADM-CONTA-INTERNA),
      *  que registra o passivo; diferença vai destacada.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT ChequeAdmFile ASSIGN TO 'cheques_administrativos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ChAdmFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  ChequeAdmFile.
       COPY CHADMREC.

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-ChAdmFileStatus     PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-ContaInterna        PIC 9(7) VALUE 0.
       01  WS-SaldoInterna        PIC S9(7)V99 VALUE 0.
       01  WS-InternaAchada       PIC X VALUE 'N'.
       01  WS-QtdeCirculacao      PIC 9(5) VALUE 0.
       01  WS-TotalCirculacao     PIC 9(11)V99 VALUE 0.
       01  WS-Diferenca           PIC S9(11)V99 VALUE 0.
       01  WS-DiasCirculacao      PIC 9(5) VALUE 0.
       01  WS-ValorEd             PIC -(10)9.99.
       01  WS-ParamNome           PIC X(20).
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.

       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd

           MOVE 'CHADM-CONTA-INTERNA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-ContaInterna
           END-IF
           PERFORM LerSaldoInterna

           STRING 'cheques_adm_' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile

           MOVE 'Gerando relatório de cheques administrativos...'
               TO WS-Mensagem
           DISPLAY WS-Mensagem

           MOVE SPACES TO ReportLine
           STRING 'CHEQUES ADMINISTRATIVOS EM CIRCULAÇÃO - '
                      DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE '==============================' TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Número  Emissão   Ag.  Dias  Valor        '
                      DELIMITED BY SIZE
                  'Favorecido' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine

           OPEN INPUT ChequeAdmFile
           IF WS-ChAdmFileStatus = '00'
               PERFORM UNTIL WS-ChAdmFileStatus = '10'
                   READ ChequeAdmFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ChAdmEmCirculacao
                               PERFORM EscreverLinhaCheque
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ChequeAdmFile
           END-IF

           PERFORM EscreverTotais
           CLOSE ReportFile

           DISPLAY 'Cheques em circulação: ' WS-QtdeCirculacao
               ' R$ ' WS-TotalCirculacao
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-DataHojeOrd TO WS-SpoolAlvo(1:8)
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'RelatorioChequesAdm ' 'CHAD' 'BATCH     '
               WS-SpoolAlvo 'N'
           STOP RUN.

       LerSaldoInterna.
           MOVE 'N' TO WS-InternaAchada
           IF WS-ContaInterna > 0
               OPEN INPUT ContaFile
               IF WS-FileStatus = '00'
                   MOVE WS-ContaInterna TO ContaNumero
                   READ ContaFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-InternaAchada
                           MOVE ContaSaldo TO WS-SaldoInterna
                   END-READ
                   CLOSE ContaFile
               END-IF
           END-IF.

       EscreverLinhaCheque.
           ADD 1 TO WS-QtdeCirculacao
           ADD ChAdmValor TO WS-TotalCirculacao
           COMPUTE WS-DiasCirculacao =
               FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) -
               FUNCTION INTEGER-OF-DATE(ChAdmDataEmissao)
           MOVE SPACES TO ReportLine
           STRING ChAdmNumero DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  ChAdmDataEmissao DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  ChAdmAgencia DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DiasCirculacao DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ChAdmValor DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  ChAdmFavorecido DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       EscreverTotais.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Em circulação......: ' DELIMITED BY SIZE
                  WS-QtdeCirculacao DELIMITED BY SIZE
                  ' cheque(s)  R$ ' DELIMITED BY SIZE
                  WS-TotalCirculacao DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           IF WS-InternaAchada = 'N'
               STRING '*** Conta interna de cheques administrativos '
                          DELIMITED BY SIZE
                      'não encontrada (CHADM-CONTA-INTERNA) ***'
                          DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           ELSE
               MOVE WS-SaldoInterna TO WS-ValorEd
               STRING 'Saldo conta interna: ' DELIMITED BY SIZE
                      WS-ContaInterna DELIMITED BY SIZE
                      '  R$ ' DELIMITED BY SIZE
                      WS-ValorEd DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
               COMPUTE WS-Diferenca =
                   WS-SaldoInterna - WS-TotalCirculacao
               MOVE SPACES TO ReportLine
               IF WS-Diferenca = 0
                   MOVE 'Passivo confere com a circulação.'
                       TO ReportLine
               ELSE
                   MOVE WS-Diferenca TO WS-ValorEd
                   STRING '*** DIFERENÇA passivo x circulação: R$ '
                              DELIMITED BY SIZE
                          WS-ValorEd DELIMITED BY SIZE
                       INTO ReportLine
               END-IF
               WRITE ReportLine
           END-IF.

       END PROGRAM RelatorioChequesAdm.
