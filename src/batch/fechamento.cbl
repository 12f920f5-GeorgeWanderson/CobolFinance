               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

           SELECT SaldoDiarioFile ASSIGN DYNAMIC WS-SaldoDiaFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SaldoDiaStatus.
           05  WS-DiaHoje          PIC 9(2).
       01  WS-DataHojeBR           PIC X(10).
       01  WS-SaldoDiaStatus       PIC XX.
      * Em partição o histórico do dia vai para um arquivo próprio,
      * anexado ao saldos_diarios.dat na consolidação.
       01  WS-SaldoDiaFileName     PIC X(40)
                                   VALUE 'saldos_diarios.dat'.
       01  WS-DataHojeNum          PIC 9(8) VALUE 0.
       01  WS-AgenciaFileStatus    PIC XX.
       01  WS-NomeAgencia          PIC A(30).
       01  WS-CambioBloqueado   PIC X VALUE 'N'.
       01  WS-SpoolArquivo      PIC X(40).
       01  WS-SpoolAlvo         PIC X(20).
      * Distribuição por agência: uma parte do relatório para cada
      * agência no spool; o consolidado fica para a diretoria.
       01  WS-DistOperacao      PIC X VALUE ' '.
       01  WS-DistAgencia       PIC 9(4) VALUE 0.
       01  WS-DistLinha         PIC X(132).
       01  WS-DistBase          PIC X(40).
       01  WS-DistPrograma      PIC X(20) VALUE 'FechamentoDiario'.
       01  WS-DistTipo          PIC X(4) VALUE 'FECH'.
       01  WS-DistRestrito      PIC X VALUE 'N'.
       01  WS-ValorTesteCambio  PIC 9(7)V99 VALUE 0.
       01  WS-ValorTesteBRL     PIC 9(7)V99 VALUE 0.
       01  WS-RunPrograma       PIC X(20).

       01  WS-CofreStatus       PIC XX.
       01  WS-CofreEmAberto     PIC X VALUE 'N'.
      * Execução particionada por faixa de agência (sub-rotina
      * ObterParticao); sem partição o job roda inteiro.
       01  WS-PartPrograma        PIC X(20) VALUE 'FechamentoDiario'.
       01  WS-PartNome            PIC X(20).
       01  WS-Particao            PIC 9(2) VALUE 0.
       01  WS-PartAgenciaIni      PIC 9(4) VALUE 0.
       01  WS-PartAgenciaFim      PIC 9(4) VALUE 9999.
       01  WS-PartValida          PIC X VALUE 'S'.

       PROCEDURE DIVISION.
       BEGIN.
           CALL 'ObterParticao' USING WS-PartPrograma WS-PartNome
               WS-Particao WS-PartAgenciaIni WS-PartAgenciaFim
               WS-PartValida
           IF WS-PartValida NOT = 'S'
               STOP RUN
           END-IF

           MOVE WS-PartNome TO WS-RunPrograma
           COMPUTE WS-RunCompetencia =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
           CALL 'ControleExecucao' USING WS-RunPrograma
               STOP RUN
           END-IF

           MOVE WS-PartNome TO WS-ExecPrograma
           MOVE 'INI' TO WS-ExecEvento
           MOVE 0 TO WS-ExecLidos
           MOVE 0 TO WS-ExecPostados
           MOVE 0 TO WS-MovimentosTotalQtde

           OPEN OUTPUT ReportFile
           MOVE 'I' TO WS-DistOperacao
           CALL 'DistribuirRelatorio' USING WS-DistOperacao
               WS-DistAgencia WS-DistLinha WS-DistBase
               WS-DistPrograma WS-DistTipo WS-DistRestrito
           MOVE WS-DataHoje TO WS-DataHojeNum
      *    A partição regrava o próprio arquivo a cada execução,
      *    para que a reexecução de uma partição com falha não
      *    duplique o histórico do dia.
           IF WS-Particao = 0
               OPEN EXTEND SaldoDiarioFile
               IF WS-SaldoDiaStatus = '35'
                   OPEN OUTPUT SaldoDiarioFile
               END-IF
           ELSE
               OPEN OUTPUT SaldoDiarioFile
           END-IF

           CLOSE ContaFile
           CLOSE ReportFile
           CLOSE SaldoDiarioFile
           MOVE 'F' TO WS-DistOperacao
           CALL 'DistribuirRelatorio' USING WS-DistOperacao
               WS-DistAgencia WS-DistLinha WS-DistBase
               WS-DistPrograma WS-DistTipo WS-DistRestrito
      *    O consolidado de uma execução particionada é catalogado
      *    pela ExecucaoParticionada, depois da última partição.
           IF WS-Particao = 0
               MOVE WS-ReportFileName TO WS-SpoolArquivo
               MOVE 'CONSOLIDADO' TO WS-SpoolAlvo
               CALL 'CatalogarSpool' USING WS-SpoolArquivo
                   WS-DistPrograma WS-DistTipo 'BATCH     '
                   WS-SpoolAlvo WS-DistRestrito
           END-IF

           MOVE WS-ContasProcessadas TO WS-ExecLidos
           MOVE WS-MovimentosTotalQtde TO WS-ExecPostados
           DISPLAY 'Movimentações do dia: ' WS-MovimentosTotalQtde
           DISPLAY 'Saldo total do sistema: R$ ' WS-TotalSaldo
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           DISPLAY 'Partes por agência no spool: ' WS-DistAgencia
           STOP RUN.


               INTO WS-DataHojeBR.

       MontarNomeArquivo.
           IF WS-Particao = 0
               STRING 'fechamento_' DELIMITED BY SIZE
                      WS-AnoHoje    DELIMITED BY SIZE
                      WS-MesHoje    DELIMITED BY SIZE
                      WS-DiaHoje    DELIMITED BY SIZE
                   INTO WS-DistBase
           ELSE
               STRING 'fechamento_' DELIMITED BY SIZE
                      WS-AnoHoje    DELIMITED BY SIZE
                      WS-MesHoje    DELIMITED BY SIZE
                      WS-DiaHoje    DELIMITED BY SIZE
                      '_p'          DELIMITED BY SIZE
                      WS-Particao   DELIMITED BY SIZE
                   INTO WS-DistBase
               MOVE SPACES TO WS-SaldoDiaFileName
               STRING 'saldos_diarios_p' DELIMITED BY SIZE
                      WS-Particao   DELIMITED BY SIZE
                      '.dat'        DELIMITED BY SIZE
                   INTO WS-SaldoDiaFileName
           END-IF
           MOVE SPACES TO WS-ReportFileName
           STRING WS-DistBase   DELIMITED BY SPACE
                  '.txt'        DELIMITED BY SIZE
               INTO WS-ReportFileName.

                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ContaAgencia >= WS-PartAgenciaIni AND
                               ContaAgencia <= WS-PartAgenciaFim
                           PERFORM CarregarConta
                       END-IF
               END-READ
           END-PERFORM.

       CarregarConta.
           MOVE ContaAgencia TO SortContaAgencia
           MOVE ContaNumero  TO SortContaNumero
           MOVE ContaTitular TO SortContaTitular
           MOVE ContaSaldo   TO SortContaSaldo
           MOVE ContaMoeda   TO WS-ContaMoeda
           IF WS-ContaMoeda = SPACES
               MOVE 'BRL' TO WS-ContaMoeda
           END-IF
           IF WS-ContaMoeda = 'BRL'
               MOVE ContaSaldo TO WS-ValorEmBRL
           ELSE
               CALL 'Cambio' USING WS-ContaMoeda 'BRL'
                   ContaSaldo WS-ValorEmBRL
           END-IF
           MOVE WS-ValorEmBRL TO SortContaValorBRL
           ADD WS-ValorEmBRL TO WS-TotalSaldo
           ADD 1 TO WS-ContasProcessadas

      *    Histórico de saldos: uma linha por conta e dia para os
      *    relatórios de saldo médio e disputas.
           MOVE WS-DataHojeNum TO SaldoDiaData
           MOVE ContaNumero TO SaldoDiaConta
           MOVE ContaSaldo TO SaldoDiaSaldo
           MOVE WS-ContaMoeda TO SaldoDiaMoeda
           MOVE WS-ValorEmBRL TO SaldoDiaValorBRL
           WRITE SaldoDiarioRecord

           RELEASE ContaSortRecord.

       GerarFechamento.
           PERFORM EscreverCabecalho
           PERFORM UNTIL 1 = 2
           IF WS-AgenciaPrimeira NOT = 'S'
               PERFORM EscreverSubtotalAgencia
           END-IF
      *    O rodapé de uma partição sai no consolidado, com os totais
      *    de todas as faixas.
           IF WS-Particao = 0
               PERFORM EscreverRodape
           END-IF.

       EscreverCabecalho.
           MOVE SPACES TO ReportLine
           IF WS-Particao = 0
               STRING 'FECHAMENTO DIÁRIO - Data: ' WS-DataHojeBR
                   INTO ReportLine
           ELSE
               STRING 'FECHAMENTO DIÁRIO - Data: ' WS-DataHojeBR
                      ' - Partição ' WS-Particao
                      ' (agências ' WS-PartAgenciaIni ' a '
                      WS-PartAgenciaFim ')'
                   INTO ReportLine
           END-IF
           WRITE ReportLine
           MOVE ReportLine TO WS-DistLinha
           MOVE 'T' TO WS-DistOperacao
           CALL 'DistribuirRelatorio' USING WS-DistOperacao
               WS-DistAgencia WS-DistLinha WS-DistBase
               WS-DistPrograma WS-DistTipo WS-DistRestrito
           MOVE SPACES TO ReportLine
           WRITE ReportLine.

                      WS-NomeAgencia
                   INTO ReportLine
               WRITE ReportLine
               PERFORM DistribuirLinha
           END-IF

           ADD SortContaValorBRL TO WS-SubtotalAgencia
                  ' | Saldo: R$ ' SortContaSaldo
               INTO ReportLine
           WRITE ReportLine
           PERFORM DistribuirLinha

           PERFORM EscreverMovimentosDoDia.

                                  ' | ' WS-MovDescricao
                               INTO ReportLine
                           WRITE ReportLine
                           PERFORM DistribuirLinha
                       END-IF
               END-READ
           END-PERFORM
               MOVE SPACES TO ReportLine
               STRING '    (sem movimentações hoje)' INTO ReportLine
               WRITE ReportLine
               PERFORM DistribuirLinha
           END-IF.

       EscreverSubtotalAgencia.
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
