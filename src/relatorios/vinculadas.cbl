       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioVinculadas.

      *****************************************************************
      *  RelatorioVinculadas.cbl - Contas vinculadas abertas por
      *  vencimento: valor ainda retido em contas_vinculadas.dat,
      *  em ordem de prazo, com depositante, beneficiário, regra de
      *  devolução e a situação da condição (a confirmar, ou
      *  confirmada com a liberação aguardando aprovação). Prazo já
      *  passado sai marcado como vencido; o total é o valor retido
      *  na data.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VinculadaFile ASSIGN TO 'contas_vinculadas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VincFileStatus.

           SELECT VincSortFile ASSIGN TO 'vinculadasort.wrk'.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  VinculadaFile.
       COPY VINCREC.

       SD  VincSortFile.
       01  VincSortRecord.
           05  SortVincPrazo          PIC 9(8).
           05  SortVincID             PIC 9(7).
           05  SortVincDepositante    PIC 9(7).
           05  SortVincBeneficiario   PIC 9(7).
           05  SortVincValor          PIC 9(7)V99.
           05  SortVincRegra          PIC X(1).
           05  SortVincMultaPct       PIC 9(2)V99.
           05  SortVincConfirmacao    PIC 9(8).
           05  SortVincCondicao       PIC X(60).

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VincFileStatus      PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-FimSort             PIC X VALUE 'N'.
       01  WS-Situacao            PIC X(12).
       01  WS-Regra               PIC X(16).
       01  WS-QtdeAbertas         PIC 9(5) VALUE 0.
       01  WS-QtdeVencidas        PIC 9(5) VALUE 0.
       01  WS-QtdeConfirmadas     PIC 9(5) VALUE 0.
       01  WS-ValorRetido         PIC 9(11)V99 VALUE 0.
       01  WS-ValorEd             PIC Z(6)9.99.
       01  WS-MultaEd             PIC Z9.99.
       01  WS-TotalEd             PIC Z(10)9.99.
       01  WS-Mensagem            PIC X(50).
       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd

           STRING 'vinculadas_' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile

           MOVE 'Gerando relatório de contas vinculadas...'
               TO WS-Mensagem
           DISPLAY WS-Mensagem

           MOVE SPACES TO ReportLine
           STRING 'CONTAS VINCULADAS ABERTAS POR VENCIMENTO - '
                      DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE '==============================' TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Prazo    Vinculada Depositante Beneficiário'
                      DELIMITED BY SIZE
                  '          Valor Regra            Situação'
                      DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine

           SORT VincSortFile
               ON ASCENDING KEY SortVincPrazo SortVincID
               INPUT PROCEDURE IS CarregarVinculadas
               OUTPUT PROCEDURE IS ListarVinculadas

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE WS-ValorRetido TO WS-TotalEd
           MOVE SPACES TO ReportLine
           STRING 'Abertas: ' DELIMITED BY SIZE
                  WS-QtdeAbertas DELIMITED BY SIZE
                  '  Vencidas: ' DELIMITED BY SIZE
                  WS-QtdeVencidas DELIMITED BY SIZE
                  '  Confirmadas a aprovar: ' DELIMITED BY SIZE
                  WS-QtdeConfirmadas DELIMITED BY SIZE
                  '  Valor retido: ' DELIMITED BY SIZE
                  WS-TotalEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile

           DISPLAY 'Vinculadas abertas: ' WS-QtdeAbertas
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           MOVE WS-DataHojeOrd TO WS-SpoolAlvo(1:8)
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'RelatorioVinculadas ' 'VINC' 'BATCH     '
               WS-SpoolAlvo 'N'
           STOP RUN.

       CarregarVinculadas.
           OPEN INPUT VinculadaFile
           IF WS-VincFileStatus = '00'
               PERFORM UNTIL WS-VincFileStatus = '10'
                   READ VinculadaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF VincAberta
                               MOVE VincPrazo TO SortVincPrazo
                               MOVE VincID TO SortVincID
                               MOVE VincContaDepositante
                                   TO SortVincDepositante
                               MOVE VincContaBeneficiario
                                   TO SortVincBeneficiario
                               MOVE VincValor TO SortVincValor
                               MOVE VincRegraDevolucao
                                   TO SortVincRegra
                               MOVE VincMultaPct TO SortVincMultaPct
                               MOVE VincDataConfirmacao
                                   TO SortVincConfirmacao
                               MOVE VincCondicao TO SortVincCondicao
                               RELEASE VincSortRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VinculadaFile
           END-IF.

       ListarVinculadas.
           MOVE 'N' TO WS-FimSort
           PERFORM UNTIL WS-FimSort = 'S'
               RETURN VincSortFile
                   AT END
                       MOVE 'S' TO WS-FimSort
                   NOT AT END
                       PERFORM EscreverVinculada
               END-RETURN
           END-PERFORM.

       EscreverVinculada.
           ADD 1 TO WS-QtdeAbertas
           ADD SortVincValor TO WS-ValorRetido
           IF SortVincConfirmacao > 0
               ADD 1 TO WS-QtdeConfirmadas
               MOVE 'A APROVAR' TO WS-Situacao
           ELSE
               MOVE 'A CONFIRMAR' TO WS-Situacao
           END-IF
           IF SortVincPrazo < WS-DataHojeOrd
               ADD 1 TO WS-QtdeVencidas
               MOVE 'VENCIDA' TO WS-Situacao
           END-IF
           MOVE SPACES TO WS-Regra
           IF SortVincRegra = 'M'
               MOVE SortVincMultaPct TO WS-MultaEd
               STRING 'multa ' DELIMITED BY SIZE
                      WS-MultaEd DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                   INTO WS-Regra
           ELSE
               MOVE 'integral' TO WS-Regra
           END-IF
           MOVE SortVincValor TO WS-ValorEd

           MOVE SPACES TO ReportLine
           STRING SortVincPrazo DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SortVincID DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  SortVincDepositante DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  SortVincBeneficiario DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-Regra DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-Situacao DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '         condição: ' DELIMITED BY SIZE
                  SortVincCondicao DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       END PROGRAM RelatorioVinculadas.
