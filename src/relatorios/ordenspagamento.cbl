       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioOrdensPagamento.

      *****************************************************************
      *  RelatorioOrdensPagamento.cbl - Relatório diário das ordens
      *  de pagamento por agência: OPs emitidas pela agência, pagas
      *  no caixa da agência ao beneficiário, vencidas no dia com o
      *  valor devolvido ao emitente e devolvidas em espécie no
      *  caixa, com a posição das OPs ainda em aberto a pagar.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgenciaFile ASSIGN TO 'agencias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AgenciaFileStatus.

           SELECT OrdemFile ASSIGN TO 'ordens_pagamento.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OrdemFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  AgenciaFile.
       COPY AGENCIAREC.

       FD  OrdemFile.
       COPY ORDPAGREC.

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AgenciaFileStatus   PIC XX.
       01  WS-OrdemFileStatus     PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-DataReferencia      PIC 9(8) VALUE 0.
       01  WS-AgenciaAtual        PIC 9(4) VALUE 0.
       01  WS-Ocorrencia          PIC X(10).
       01  WS-QtdeEmitidas        PIC 9(5) VALUE 0.
       01  WS-ValorEmitidas       PIC 9(11)V99 VALUE 0.
       01  WS-QtdePagas           PIC 9(5) VALUE 0.
       01  WS-ValorPagas          PIC 9(11)V99 VALUE 0.
       01  WS-QtdeVencidas        PIC 9(5) VALUE 0.
       01  WS-ValorVencidas       PIC 9(11)V99 VALUE 0.
       01  WS-QtdeDevCaixa        PIC 9(5) VALUE 0.
       01  WS-ValorDevCaixa       PIC 9(11)V99 VALUE 0.
       01  WS-QtdeAberto          PIC 9(5) VALUE 0.
       01  WS-ValorAberto         PIC 9(11)V99 VALUE 0.
       01  WS-TotalEmitidas       PIC 9(11)V99 VALUE 0.
       01  WS-TotalPagas          PIC 9(11)V99 VALUE 0.
       01  WS-TotalVencidas       PIC 9(11)V99 VALUE 0.
       01  WS-TotalDevCaixa       PIC 9(11)V99 VALUE 0.
       01  WS-TotalAberto         PIC 9(11)V99 VALUE 0.
       01  WS-AgenciasListadas    PIC 9(4) VALUE 0.
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).

       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY 'Data de referência (AAAAMMDD, 0 = hoje): '
           ACCEPT WS-DataReferencia
           IF WS-DataReferencia = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
               MOVE WS-DataHoje TO WS-DataReferencia
           END-IF

           OPEN INPUT AgenciaFile
           IF WS-AgenciaFileStatus NOT = '00'
               DISPLAY 'Nenhuma agência cadastrada.'
               STOP RUN
           END-IF

           STRING 'ordens_pagamento_' DELIMITED BY SIZE
                  WS-DataReferencia DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile

           MOVE 'Gerando relatório de ordens de pagamento...'
               TO WS-Mensagem
           DISPLAY WS-Mensagem

           MOVE SPACES TO ReportLine
           STRING 'ORDENS DE PAGAMENTO POR AGÊNCIA - '
                      DELIMITED BY SIZE
                  WS-DataReferencia DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE '==============================' TO ReportLine
           WRITE ReportLine

           PERFORM UNTIL WS-AgenciaFileStatus = '10'
               READ AgenciaFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM RelatarAgencia
               END-READ
           END-PERFORM
           CLOSE AgenciaFile

           PERFORM EscreverTotalGeral
           CLOSE ReportFile

           DISPLAY 'Agências com movimento de OP: '
               WS-AgenciasListadas
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-DataReferencia TO WS-SpoolAlvo(1:8)
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'RelatorioOrdensPagto' 'OPAG' 'BATCH     '
               WS-SpoolAlvo 'N'
           STOP RUN.

      * Uma passada no arquivo de OPs por agência. Emitidas e
      * vencidas contam na agência emissora; pagas ao beneficiário
      * e posição em aberto na pagadora; devolução em espécie no
      * caixa, na emissora, onde o emitente recebe.
       RelatarAgencia.
           MOVE AgenciaNumero TO WS-AgenciaAtual
           MOVE 0 TO WS-QtdeEmitidas
           MOVE 0 TO WS-ValorEmitidas
           MOVE 0 TO WS-QtdePagas
           MOVE 0 TO WS-ValorPagas
           MOVE 0 TO WS-QtdeVencidas
           MOVE 0 TO WS-ValorVencidas
           MOVE 0 TO WS-QtdeDevCaixa
           MOVE 0 TO WS-ValorDevCaixa
           MOVE 0 TO WS-QtdeAberto
           MOVE 0 TO WS-ValorAberto

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Agência ' DELIMITED BY SIZE
                  AgenciaNumero DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  AgenciaNome DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine

           OPEN INPUT OrdemFile
           IF WS-OrdemFileStatus = '00'
               PERFORM UNTIL WS-OrdemFileStatus = '10'
                   READ OrdemFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM ClassificarOrdem
                   END-READ
               END-PERFORM
               CLOSE OrdemFile
           END-IF

           PERFORM EscreverSubtotaisAgencia
           IF WS-QtdeEmitidas > 0 OR WS-QtdePagas > 0 OR
                   WS-QtdeVencidas > 0 OR WS-QtdeDevCaixa > 0
               ADD 1 TO WS-AgenciasListadas
           END-IF.

       ClassificarOrdem.
           IF OrdemAgenciaEmissora = WS-AgenciaAtual AND
                   OrdemDataEmissao = WS-DataReferencia
               ADD 1 TO WS-QtdeEmitidas
               ADD OrdemValor TO WS-ValorEmitidas
               MOVE 'EMITIDA' TO WS-Ocorrencia
               PERFORM EscreverLinhaOrdem
           END-IF
           IF OrdemAgenciaPagadora = WS-AgenciaAtual AND OrdemPaga
                   AND OrdemDataBaixa = WS-DataReferencia
               ADD 1 TO WS-QtdePagas
               ADD OrdemValor TO WS-ValorPagas
               MOVE 'PAGA' TO WS-Ocorrencia
               PERFORM EscreverLinhaOrdem
           END-IF
           IF OrdemAgenciaEmissora = WS-AgenciaAtual AND
                   OrdemDataDevolucao = WS-DataReferencia
               ADD 1 TO WS-QtdeVencidas
               ADD OrdemValor TO WS-ValorVencidas
               IF OrdemDevolvida AND OrdemOperadorBaixa = 'BATCH'
                   MOVE 'DEV.CONTA' TO WS-Ocorrencia
               ELSE
                   MOVE 'VENCIDA' TO WS-Ocorrencia
               END-IF
               PERFORM EscreverLinhaOrdem
           END-IF
           IF OrdemAgenciaEmissora = WS-AgenciaAtual AND
                   OrdemDevolvida AND
                   OrdemOperadorBaixa NOT = 'BATCH' AND
                   OrdemDataBaixa = WS-DataReferencia
               ADD 1 TO WS-QtdeDevCaixa
               ADD OrdemValor TO WS-ValorDevCaixa
               MOVE 'DEV.CAIXA' TO WS-Ocorrencia
               PERFORM EscreverLinhaOrdem
           END-IF
           IF OrdemAgenciaPagadora = WS-AgenciaAtual AND
                   OrdemEmAberto AND
                   OrdemDataEmissao <= WS-DataReferencia
               ADD 1 TO WS-QtdeAberto
               ADD OrdemValor TO WS-ValorAberto
           END-IF.

       EscreverLinhaOrdem.
           MOVE SPACES TO ReportLine
           STRING '  ' DELIMITED BY SIZE
                  WS-Ocorrencia DELIMITED BY SIZE
                  ' OP ' DELIMITED BY SIZE
                  OrdemNumero DELIMITED BY SIZE
                  '  R$ ' DELIMITED BY SIZE
                  OrdemValor DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  OrdemBenefNome DELIMITED BY SIZE
                  ' Emi ' DELIMITED BY SIZE
                  OrdemAgenciaEmissora DELIMITED BY SIZE
                  ' Pag ' DELIMITED BY SIZE
                  OrdemAgenciaPagadora DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       EscreverSubtotaisAgencia.
           MOVE SPACES TO ReportLine
           STRING '  Emitidas..........: ' DELIMITED BY SIZE
                  WS-QtdeEmitidas DELIMITED BY SIZE
                  '  R$ ' DELIMITED BY SIZE
                  WS-ValorEmitidas DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '  Pagas.............: ' DELIMITED BY SIZE
                  WS-QtdePagas DELIMITED BY SIZE
                  '  R$ ' DELIMITED BY SIZE
                  WS-ValorPagas DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '  Vencidas/devolv...: ' DELIMITED BY SIZE
                  WS-QtdeVencidas DELIMITED BY SIZE
                  '  R$ ' DELIMITED BY SIZE
                  WS-ValorVencidas DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '  Devolv. no caixa..: ' DELIMITED BY SIZE
                  WS-QtdeDevCaixa DELIMITED BY SIZE
                  '  R$ ' DELIMITED BY SIZE
                  WS-ValorDevCaixa DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '  Em aberto a pagar.: ' DELIMITED BY SIZE
                  WS-QtdeAberto DELIMITED BY SIZE
                  '  R$ ' DELIMITED BY SIZE
                  WS-ValorAberto DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine

           ADD WS-ValorEmitidas TO WS-TotalEmitidas
           ADD WS-ValorPagas TO WS-TotalPagas
           ADD WS-ValorVencidas TO WS-TotalVencidas
           ADD WS-ValorDevCaixa TO WS-TotalDevCaixa
           ADD WS-ValorAberto TO WS-TotalAberto.

       EscreverTotalGeral.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE '------------------------------' TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'TOTAL EMITIDAS......: R$ ' DELIMITED BY SIZE
                  WS-TotalEmitidas DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'TOTAL PAGAS.........: R$ ' DELIMITED BY SIZE
                  WS-TotalPagas DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'TOTAL VENCIDAS......: R$ ' DELIMITED BY SIZE
                  WS-TotalVencidas DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'TOTAL DEVOLV. CAIXA.: R$ ' DELIMITED BY SIZE
                  WS-TotalDevCaixa DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'TOTAL EM ABERTO.....: R$ ' DELIMITED BY SIZE
                  WS-TotalAberto DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       END PROGRAM RelatorioOrdensPagamento.
