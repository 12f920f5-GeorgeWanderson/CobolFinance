       01  WS-ValorRecolhido      PIC 9(9)V99 VALUE 0.
       01  WS-SaldoRecolher       PIC S9(7)V99 VALUE 0.
       01  WS-ContaTratada        PIC 9(7) VALUE 0.
       01  WS-AgenciaTratada      PIC 9(4) VALUE 0.
       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).
      * Distribuição por agência: uma parte do relatório para cada
      * agência no spool; o consolidado fica para a diretoria.
       01  WS-DistOperacao        PIC X VALUE ' '.
       01  WS-DistAgencia         PIC 9(4) VALUE 0.
       01  WS-DistLinha           PIC X(132).
       01  WS-DistBase            PIC X(40).
       01  WS-DistPrograma        PIC X(20) VALUE 'CicloDormencia'.
       01  WS-DistTipo            PIC X(4) VALUE 'DORM'.
       01  WS-DistRestrito        PIC X VALUE 'N'.
       01  WS-AudPrograma         PIC X(20) VALUE 'CicloDormencia'.
       01  WS-AudArquivo          PIC X(12) VALUE 'contas'.
       01  WS-AudChave            PIC 9(7) VALUE 0.
                  WS-DataHoje DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           STRING 'dormencia_' DELIMITED BY SIZE
                  WS-DataHoje DELIMITED BY SIZE
               INTO WS-DistBase
           OPEN OUTPUT ReportFile
           MOVE 'I' TO WS-DistOperacao
           CALL 'DistribuirRelatorio' USING WS-DistOperacao
               WS-DistAgencia WS-DistLinha WS-DistBase
               WS-DistPrograma WS-DistTipo WS-DistRestrito
           MOVE SPACES TO ReportLine
           STRING 'CICLO DE DORMÊNCIA - ' DELIMITED BY SIZE
                  WS-DataHoje DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE ReportLine TO WS-DistLinha
           MOVE 'T' TO WS-DistOperacao
           CALL 'DistribuirRelatorio' USING WS-DistOperacao
               WS-DistAgencia WS-DistLinha WS-DistBase
               WS-DistPrograma WS-DistTipo WS-DistRestrito

           MOVE 'Apurando dormência das contas...' TO WS-Mensagem
           DISPLAY WS-Mensagem
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile
           MOVE 'F' TO WS-DistOperacao
           CALL 'DistribuirRelatorio' USING WS-DistOperacao
               WS-DistAgencia WS-DistLinha WS-DistBase
               WS-DistPrograma WS-DistTipo WS-DistRestrito
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           MOVE 'CONSOLIDADO' TO WS-SpoolAlvo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               WS-DistPrograma WS-DistTipo WS-OperadorID
               WS-SpoolAlvo WS-DistRestrito

           CLOSE MovimentacaoFile
           CLOSE ContaFile
           DISPLAY 'Saldos recolhidos: ' WS-Recolhidas
               ' (R$ ' WS-ValorRecolhido ')'
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           DISPLAY 'Partes por agência no spool: ' WS-DistAgencia
           STOP RUN.

       ColetarArquivosHistorico.

       TratarConta.
           MOVE ContaNumero TO WS-ContaTratada
           MOVE ContaAgencia TO WS-AgenciaTratada
           PERFORM ApurarUltimaMovimentacao
           IF WS-UltimaMovData = 0
               MOVE WS-DiasDormencia TO WS-DiasSemMovimento
                      ' dia(s)' DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
               PERFORM DistribuirLinha
           END-IF
           END-IF
           END-IF.
                  ' dia(s)' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           PERFORM DistribuirLinha
           DISPLAY ReportLine.

      * Recolhimento legal: o saldo pequeno e parado vai para a conta
               WS-AudDepois

           MOVE 0 TO ContaSaldo
           MOVE 'Status' TO WS-AudCampo
           MOVE ContaStatus TO WS-AudAntes
           MOVE 'E' TO ContaStatus
           MOVE ContaStatus TO WS-AudDepois
           CALL 'GravarAuditoria' USING WS-AudPrograma WS-OperadorID
               WS-AudArquivo WS-AudChave WS-AudCampo WS-AudAntes
               WS-AudDepois
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'CicloDormencia      '
               'contas          ' ContaRecord
                  WS-ContaInterna DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           PERFORM DistribuirLinha
           DISPLAY ReportLine.

       DistribuirLinha.
           MOVE ReportLine TO WS-DistLinha
           MOVE WS-AgenciaTratada TO WS-DistAgencia
           MOVE 'G' TO WS-DistOperacao
           CALL 'DistribuirRelatorio' USING WS-DistOperacao
               WS-DistAgencia WS-DistLinha WS-DistBase
               WS-DistPrograma WS-DistTipo WS-DistRestrito.

       CreditarContaInterna.
           MOVE WS-ContaInterna TO ContaNumero
           READ ContaFile
