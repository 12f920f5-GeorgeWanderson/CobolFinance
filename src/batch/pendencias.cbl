               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PendFileStatus.

           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PendenciaFile.
       COPY PENDREC.

       FD  ContaFile.
       COPY CONTAREC.

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PendFileStatus    PIC XX.
       01  WS-FileStatus        PIC XX.
       01  WS-RptFileStatus     PIC XX.
       01  WS-ReportFileName    PIC X(40).
       01  WS-OperadorID        PIC X(10).
       01  WS-ExitFlag          PIC X VALUE 'N'.
       01  WS-OperacaoChoice    PIC X VALUE ' '.
       01  WS-OperacaoMenu      PIC X(60) VALUE
           '[L]istar [T]omar [F]echar [V]encidas [R]elat. [E]Sair: '.
       01  WS-PendIDBusca       PIC 9(7) VALUE 0.
       01  WS-PendAchada        PIC X VALUE 'N'.
       01  WS-Resolucao         PIC X(60).
           05  WS-MesHoje       PIC 9(2).
           05  WS-DiaHoje       PIC 9(2).
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-AgenciaPendencia  PIC 9(4) VALUE 0.
       01  WS-SpoolArquivo      PIC X(40).
       01  WS-SpoolAlvo         PIC X(20).
      * Distribuição por agência: uma parte do relatório para cada
      * agência no spool; o consolidado fica para a diretoria.
       01  WS-DistOperacao      PIC X VALUE ' '.
       01  WS-DistAgencia       PIC 9(4) VALUE 0.
       01  WS-DistLinha         PIC X(132).
       01  WS-DistBase          PIC X(40).
       01  WS-DistPrograma      PIC X(20) VALUE 'WorklistPendencias'.
       01  WS-DistTipo          PIC X(4) VALUE 'PEND'.
       01  WS-DistRestrito      PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
               WHEN 'V'
               WHEN 'v'
                   PERFORM ListarVencidas
               WHEN 'R'
               WHEN 'r'
                   PERFORM GerarRelatorioAgencias
               WHEN 'E'
               WHEN 'e'
                   MOVE 'Y' TO WS-ExitFlag
               DISPLAY 'Nenhuma pendência vencida.'
           END-IF.

      * Relatório das pendências em aberto, com uma parte por agência
      * da conta no spool para o gerente de cada uma. Pendência sem
      * conta (ou com conta não cadastrada) vai para a agência 0000.
       GerarRelatorioAgencias.
           MOVE 0 TO WS-QtdeListadas
           MOVE SPACES TO WS-ReportFileName
           STRING 'pendencias_' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           MOVE SPACES TO WS-DistBase
           STRING 'pendencias_' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
               INTO WS-DistBase

           OPEN INPUT PendenciaFile
           IF WS-PendFileStatus NOT = '00'
               DISPLAY 'Nenhuma pendência registrada.'
           ELSE
               OPEN INPUT ContaFile
               OPEN OUTPUT ReportFile
               MOVE 'I' TO WS-DistOperacao
               CALL 'DistribuirRelatorio' USING WS-DistOperacao
                   WS-DistAgencia WS-DistLinha WS-DistBase
                   WS-DistPrograma WS-DistTipo WS-DistRestrito
               MOVE SPACES TO ReportLine
               STRING 'PENDÊNCIAS EM ABERTO - ' DELIMITED BY SIZE
                      WS-DataHojeOrd DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
               MOVE ReportLine TO WS-DistLinha
               MOVE 'T' TO WS-DistOperacao
               CALL 'DistribuirRelatorio' USING WS-DistOperacao
                   WS-DistAgencia WS-DistLinha WS-DistBase
                   WS-DistPrograma WS-DistTipo WS-DistRestrito
               PERFORM UNTIL WS-PendFileStatus = '10'
                   READ PendenciaFile INTO PendenciaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PendAberta OR PendEmTratamento
                               PERFORM GravarLinhaPendencia
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO ReportLine
               STRING 'Total em aberto: ' DELIMITED BY SIZE
                      WS-QtdeListadas DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
               CLOSE ReportFile
               CLOSE ContaFile
               CLOSE PendenciaFile
               MOVE 'F' TO WS-DistOperacao
               CALL 'DistribuirRelatorio' USING WS-DistOperacao
                   WS-DistAgencia WS-DistLinha WS-DistBase
                   WS-DistPrograma WS-DistTipo WS-DistRestrito
               MOVE WS-ReportFileName TO WS-SpoolArquivo
               MOVE 'CONSOLIDADO' TO WS-SpoolAlvo
               CALL 'CatalogarSpool' USING WS-SpoolArquivo
                   WS-DistPrograma WS-DistTipo WS-OperadorID
                   WS-SpoolAlvo WS-DistRestrito
               DISPLAY 'Pendências em aberto: ' WS-QtdeListadas
               DISPLAY 'Relatório gravado em ' WS-ReportFileName
               DISPLAY 'Partes por agência no spool: ' WS-DistAgencia
           END-IF.

       GravarLinhaPendencia.
           ADD 1 TO WS-QtdeListadas
           MOVE 0 TO WS-AgenciaPendencia
           IF PendContaNumero > 0 AND WS-FileStatus = '00'
               MOVE PendContaNumero TO ContaNumero
               READ ContaFile
                   INVALID KEY
                       MOVE 0 TO WS-AgenciaPendencia
                   NOT INVALID KEY
                       MOVE ContaAgencia TO WS-AgenciaPendencia
               END-READ
               MOVE '00' TO WS-FileStatus
           END-IF

           MOVE SPACES TO ReportLine
           STRING PendID DELIMITED BY SIZE
                  ' [' DELIMITED BY SIZE
                  PendTipo DELIMITED BY SIZE
                  '] agência ' DELIMITED BY SIZE
                  WS-AgenciaPendencia DELIMITED BY SIZE
                  ' conta ' DELIMITED BY SIZE
                  PendContaNumero DELIMITED BY SIZE
                  ' R$ ' DELIMITED BY SIZE
                  PendValor DELIMITED BY SIZE
                  ' prazo ' DELIMITED BY SIZE
                  PendPrazo DELIMITED BY SIZE
                  ' dono [' DELIMITED BY SIZE
                  PendOperadorDono DELIMITED BY SIZE
                  '] ' DELIMITED BY SIZE
                  PendDescricao DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE ReportLine TO WS-DistLinha
           MOVE WS-AgenciaPendencia TO WS-DistAgencia
           MOVE 'G' TO WS-DistOperacao
           CALL 'DistribuirRelatorio' USING WS-DistOperacao
               WS-DistAgencia WS-DistLinha WS-DistBase
               WS-DistPrograma WS-DistTipo WS-DistRestrito.

       END PROGRAM WorklistPendencias.
