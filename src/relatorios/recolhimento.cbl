       01  WS-TotalIOF            PIC 9(11)V99 VALUE 0.
       01  WS-QtdeIR              PIC 9(5) VALUE 0.
       01  WS-QtdeIOF             PIC 9(5) VALUE 0.
       01  WS-TotalIRFundos       PIC 9(11)V99 VALUE 0.
       01  WS-TotalIOFCredito     PIC 9(11)V99 VALUE 0.
       01  WS-TotalIOFCambio      PIC 9(11)V99 VALUE 0.

       01  WS-ExecPrograma        PIC X(20).
       01  WS-ExecEvento          PIC X(3).
           WRITE ReportLine
           DISPLAY ReportLine

           MOVE SPACES TO ReportLine
           STRING '  dos quais fundos (resgate e come-cotas): R$ '
                  DELIMITED BY SIZE
                  WS-TotalIRFundos DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine

           MOVE SPACES TO ReportLine
           STRING 'IOF retido: R$ ' DELIMITED BY SIZE
                  WS-TotalIOF DELIMITED BY SIZE
           WRITE ReportLine
           DISPLAY ReportLine

           MOVE SPACES TO ReportLine
           STRING '  dos quais operações de crédito (empréstimo e '
                  DELIMITED BY SIZE
                  'cheque especial): R$ ' DELIMITED BY SIZE
                  WS-TotalIOFCredito DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine

           MOVE SPACES TO ReportLine
           STRING '  dos quais câmbio (remessas internacionais): R$ '
                  DELIMITED BY SIZE
                  WS-TotalIOFCambio DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine

           CLOSE ReportFile
           DISPLAY 'Relatório gravado em ' WS-ReportFileName

                           IF ImpostoTipo = 'IR '
                               ADD ImpostoValor TO WS-TotalIR
                               ADD 1 TO WS-QtdeIR
                               IF ImpostoOrigemFundo
                                   ADD ImpostoValor TO WS-TotalIRFundos
                               END-IF
                           ELSE
                               ADD ImpostoValor TO WS-TotalIOF
                               ADD 1 TO WS-QtdeIOF
                               IF ImpostoOrigemCredito
                                   ADD ImpostoValor
                                       TO WS-TotalIOFCredito
                               END-IF
                               IF ImpostoOrigemCambio
                                   ADD ImpostoValor
                                       TO WS-TotalIOFCambio
                               END-IF
                           END-IF
                       END-IF
               END-READ
