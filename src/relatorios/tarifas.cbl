       01  WS-TotalManutencao     PIC 9(9)V99 VALUE 0.
       01  WS-TotalTransferencia  PIC 9(9)V99 VALUE 0.
       01  WS-TotalOutras         PIC 9(9)V99 VALUE 0.
       01  WS-TotalCobranca       PIC 9(9)V99 VALUE 0.
       01  WS-TotalConta          PIC 9(9)V99 VALUE 0.
       01  WS-TarifasConta        PIC 9(4) VALUE 0.
       01  WS-ContasComTarifa     PIC 9(5) VALUE 0.
           MOVE 0 TO WS-TotalManutencao
           MOVE 0 TO WS-TotalTransferencia
           MOVE 0 TO WS-TotalOutras
           MOVE 0 TO WS-TotalCobranca
           MOVE 0 TO WS-TotalConta
           MOVE 0 TO WS-TarifasConta


      * As tarifas lançadas começam todas com 'Tarifa de ': a inicial
      * da palavra seguinte separa manutenção ('m') das tarifas de
      * transferência ('T'/'t'); as da cobrança de títulos do
      * cedente começam com 'Tarifa de cobrança'. O resto cai em
      * outras.
       ClassificarTarifa.
           IF MovimentacaoDescricao(1:10) = 'Tarifa de '
               IF MovimentacaoDescricao(11:1) = 'm'
                   ADD MovimentacaoValor TO WS-TotalManutencao
               ELSE
               IF MovimentacaoDescricao(11:6) = 'cobran'
                   ADD MovimentacaoValor TO WS-TotalCobranca
               ELSE
                   ADD MovimentacaoValor TO WS-TotalTransferencia
               END-IF
               END-IF
           ELSE
               ADD MovimentacaoValor TO WS-TotalOutras
           END-IF.
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '  Cobrança..........: R$ ' DELIMITED BY SIZE
                  WS-TotalCobranca DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '  Outras tarifas....: R$ ' DELIMITED BY SIZE
                  WS-TotalOutras DELIMITED BY SIZE
               INTO ReportLine
