
       01  WS-SpoolArquivo      PIC X(40).
       01  WS-SpoolAlvo         PIC X(20).
      * Distribuição por agência: uma parte do relatório para cada
      * agência no spool; o consolidado fica para a diretoria.
       01  WS-DistOperacao      PIC X VALUE ' '.
       01  WS-DistAgencia       PIC 9(4) VALUE 0.
       01  WS-DistLinha         PIC X(132).
       01  WS-DistBase          PIC X(40).
       01  WS-DistPrograma      PIC X(20) VALUE 'RelatorioBalanco'.
       01  WS-DistTipo          PIC X(4) VALUE 'BALA'.
       01  WS-DistRestrito      PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
           END-IF

           OPEN OUTPUT ReportFile
           MOVE 'I' TO WS-DistOperacao
           CALL 'DistribuirRelatorio' USING WS-DistOperacao
               WS-DistAgencia WS-DistLinha WS-DistBase
               WS-DistPrograma WS-DistTipo WS-DistRestrito

           SORT ContaSortFile
               ON ASCENDING KEY SortContaAgencia SortContaNumero
               OUTPUT PROCEDURE IS GerarRelatorio
           CLOSE ContaFile
           CLOSE ReportFile
           MOVE 'F' TO WS-DistOperacao
           CALL 'DistribuirRelatorio' USING WS-DistOperacao
               WS-DistAgencia WS-DistLinha WS-DistBase
               WS-DistPrograma WS-DistTipo WS-DistRestrito
           DISPLAY 'Partes por agência no spool: ' WS-DistAgencia
           IF WS-ExportarCsv = 'S' OR WS-ExportarCsv = 's'
               CLOSE CsvFile
               DISPLAY 'CSV gravado em ' WS-CsvFileName
               WS-TotalSaldo
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           MOVE 'CONSOLIDADO' TO WS-SpoolAlvo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'RelatorioBalanco    ' 'BALA' 'BATCH     '
               WS-SpoolAlvo 'N'
                  WS-MesHoje  DELIMITED BY SIZE
                  WS-DiaHoje  DELIMITED BY SIZE
                  '.txt'      DELIMITED BY SIZE
               INTO WS-ReportFileName
           STRING 'balanco_' DELIMITED BY SIZE
                  WS-AnoHoje  DELIMITED BY SIZE
                  WS-MesHoje  DELIMITED BY SIZE
                  WS-DiaHoje  DELIMITED BY SIZE
               INTO WS-DistBase.

       MontarNomeArquivoCsv.
           STRING 'balanco_' DELIMITED BY SIZE
           STRING 'BALANÇO - Data: ' WS-DataHojeBR
               INTO ReportLine
           WRITE ReportLine
           MOVE ReportLine TO WS-DistLinha
           MOVE 'T' TO WS-DistOperacao
           CALL 'DistribuirRelatorio' USING WS-DistOperacao
               WS-DistAgencia WS-DistLinha WS-DistBase
               WS-DistPrograma WS-DistTipo WS-DistRestrito
           MOVE SPACES TO ReportLine
           STRING 'Saldo de abertura (consolidado em BRL): R$ '
                  WS-TotalSaldo
                      WS-NomeAgencia
                   INTO ReportLine
               WRITE ReportLine
               PERFORM DistribuirLinha
           END-IF

           ADD SortContaValorBRL TO WS-SubtotalAgencia
                  ' | Saldo: ' SortContaSaldo ' ' SortContaMoeda
               INTO ReportLine
           WRITE ReportLine
           PERFORM DistribuirLinha

           IF WS-ExportarCsv = 'S' OR WS-ExportarCsv = 's'
               MOVE SPACES TO CsvLine
                  WS-NomeAgencia ': R$ '
                  WS-SubtotalAgencia
               INTO ReportLine
           WRITE ReportLine
           PERFORM DistribuirLinha.

       DistribuirLinha.
           MOVE ReportLine TO WS-DistLinha
           MOVE WS-AgenciaAtual TO WS-DistAgencia
           MOVE 'G' TO WS-DistOperacao
           CALL 'DistribuirRelatorio' USING WS-DistOperacao
               WS-DistAgencia WS-DistLinha WS-DistBase
               WS-DistPrograma WS-DistTipo WS-DistRestrito.

       LocalizarNomeAgencia.
           MOVE '(sem cadastro)' TO WS-NomeAgencia
