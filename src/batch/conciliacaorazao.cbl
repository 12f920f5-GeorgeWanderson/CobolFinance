       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConciliacaoRazoes.

      *****************************************************************
      *  ConciliacaoRazoes.cbl - Conciliação mensal dos razões
      *  auxiliares (masters) com o balancete contábil. Soma por
      *  categoria de razão:
      *    - depósitos à vista por tipo de conta (corrente, poupança
      *      e salário), saldos credores;
      *    - saldo devedor de cheque especial (saldos negativos);
      *    - saldo atual das aplicações ativas (aplicacoes.dat);
      *    - saldo devedor dos empréstimos (amortização das parcelas
      *      pendentes e em atraso de parcelas.dat);
      *    - cheques administrativos em circulação.
      *  Cada categoria aponta para a conta contábil do plano
      *  (plano_contas.dat) pelo parâmetro RAZAO-xxx; categorias na
      *  mesma conta contábil somam juntas. O total de cada conta é
      *  comparado com o saldo final do balancete da competência
      *  (balancete_AAAAMM.dat, convenção devedor positivo): sai o
      *  relatório de diferenças (conciliacao_razao_AAAAMM.txt) e
      *  uma pendência CTBL para cada diferença acima da tolerância
      *  (RAZAO-TOLERANCIA). Os saldos de conta vêm do último
      *  fechamento da competência (saldos_diarios.dat); sem
      *  fechamento no mês, da posição corrente.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT SaldoDiarioFile ASSIGN TO 'saldos_diarios.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SaldoDiaStatus.

           SELECT AplicacaoFile ASSIGN TO 'aplicacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AplicFileStatus.

           SELECT ParcelaFile ASSIGN TO 'parcelas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParcelaFileStatus.

           SELECT ChequeAdmFile ASSIGN TO 'cheques_administrativos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ChAdmFileStatus.

           SELECT PlanoFile ASSIGN TO 'plano_contas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PlanoFileStatus.

           SELECT BalanceteFile ASSIGN DYNAMIC WS-BalanceteFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BaltStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  SaldoDiarioFile.
       COPY SALDODIAREC.

       FD  AplicacaoFile.
       COPY APLICREC.

       FD  ParcelaFile.
       COPY PARCREC.

       FD  ChequeAdmFile.
       COPY CHADMREC.

       FD  PlanoFile.
       COPY PLANOREC.

       FD  BalanceteFile.
       01  BalanceteRecord.
           05  BaltContaContabil      PIC 9(6).
           05  BaltSaldoFinal         PIC S9(11)V99.
           05  BaltDebitos            PIC 9(11)V99.
           05  BaltCreditos           PIC 9(11)V99.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-SaldoDiaStatus      PIC XX.
       01  WS-AplicFileStatus     PIC XX.
       01  WS-ParcelaFileStatus   PIC XX.
       01  WS-ChAdmFileStatus     PIC XX.
       01  WS-PlanoFileStatus     PIC XX.
       01  WS-BaltStatus          PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-BalanceteFileName   PIC X(40).
       01  WS-ReportFileName      PIC X(40).
       01  WS-Competencia         PIC 9(6) VALUE 0.
       01  WS-AnoComp             PIC 9(4) VALUE 0.
       01  WS-MesComp             PIC 9(2) VALUE 0.
       01  WS-DataIni             PIC 9(8) VALUE 0.
       01  WS-DataFim             PIC 9(8) VALUE 0.
      * Último fechamento da competência; zero = posição corrente.
       01  WS-DataBase            PIC 9(8) VALUE 0.
       01  WS-ContaInterna        PIC 9(7) VALUE 0.
       01  WS-Tolerancia          PIC 9(7)V99 VALUE 1.00.
       01  WS-ContaMoeda          PIC X(3).
       01  WS-ValorEmBRL          PIC S9(7)V99 VALUE 0.
       01  WS-SaldoConta          PIC S9(9)V99 VALUE 0.
      * Categorias de razão auxiliar: parâmetro com a conta
      * contábil, natureza no balancete (D devedora, C credora) e
      * total apurado nos masters.
       01  WS-CatQtde             PIC 9(1) VALUE 7.
       01  WS-CategoriasTabela.
           05  WS-CatLinha OCCURS 7 TIMES.
               10  WS-CatParametro    PIC X(20).
               10  WS-CatDescricao    PIC X(34).
               10  WS-CatNatureza     PIC X(1).
               10  WS-CatConta        PIC 9(6).
               10  WS-CatNoPlano      PIC X(1).
               10  WS-CatTotal        PIC 9(13)V99.
       01  WS-CatIdx              PIC 9(1) VALUE 0.
      * Posições da tabela de categorias.
       01  WS-CatDepCorrente      PIC 9(1) VALUE 1.
       01  WS-CatDepPoupanca      PIC 9(1) VALUE 2.
       01  WS-CatDepSalario       PIC 9(1) VALUE 3.
       01  WS-CatChequeEspecial   PIC 9(1) VALUE 4.
       01  WS-CatAplicacoes       PIC 9(1) VALUE 5.
       01  WS-CatEmprestimos      PIC 9(1) VALUE 6.
       01  WS-CatChequesAdm       PIC 9(1) VALUE 7.
      * Conciliação por conta contábil (convenção do balancete).
       01  WS-CtQtde              PIC 9(1) VALUE 0.
       01  WS-ContabeisTabela.
           05  WS-CtLinha OCCURS 7 TIMES.
               10  WS-CtConta         PIC 9(6).
               10  WS-CtRazao         PIC S9(13)V99.
               10  WS-CtBalancete     PIC S9(13)V99.
               10  WS-CtNoBalancete   PIC X(1).
       01  WS-CtIdx               PIC 9(1) VALUE 0.
       01  WS-CtAchada            PIC X VALUE 'N'.
       01  WS-Diferenca           PIC S9(13)V99 VALUE 0.
       01  WS-DiferencaAbs        PIC 9(13)V99 VALUE 0.
       01  WS-QtdeDivergencias    PIC 9(3) VALUE 0.
       01  WS-SemMapeamento       PIC 9(1) VALUE 0.
       01  WS-ValorEd             PIC -(13)9.99.
       01  WS-ValorEd2            PIC -(13)9.99.
       01  WS-ValorEd3            PIC -(13)9.99.
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-ParamNome           PIC X(20).
       01  WS-ParamDataRef        PIC 9(8) VALUE 0.
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.

       01  WS-PendOrigem          PIC X(20) VALUE 'ConciliacaoRazoes'.
       01  WS-PendTipo            PIC X(4) VALUE 'CTBL'.
       01  WS-PendConta           PIC 9(7) VALUE 0.
       01  WS-PendValor           PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao       PIC X(60).

       01  WS-RunPrograma         PIC X(20).
       01  WS-RunCompetencia      PIC 9(8) VALUE 0.
       01  WS-RunOperador         PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado       PIC X VALUE 'N'.

       01  WS-ExecPrograma        PIC X(20) VALUE 'ConciliacaoRazoes'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos           PIC 9(7) VALUE 0.
       01  WS-AmortAberta         PIC 9(7)V99 VALUE 0.
       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje

      *    Sem competência informada, concilia o mês anterior.
           DISPLAY 'Competência da conciliação (AAAAMM, ENTER = '
               'mês anterior): '
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
           COMPUTE WS-DataIni = WS-Competencia * 100 + 1
           COMPUTE WS-DataFim = WS-Competencia * 100 + 31

      *    O balancete da competência tem de estar apurado.
           STRING 'balancete_' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-BalanceteFileName
           OPEN INPUT BalanceteFile
           IF WS-BaltStatus NOT = '00'
               DISPLAY 'Balancete da competência ' WS-Competencia
                   ' não encontrado!'
               DISPLAY 'Rode o RelatorioBalancete antes.'
               STOP RUN
           END-IF
           CLOSE BalanceteFile

      *    Uma conciliação por competência: a segunda rodada abriria
      *    as mesmas pendências de novo.
           MOVE 'ConciliacaoRazoes' TO WS-RunPrograma
           MOVE WS-DataIni TO WS-RunCompetencia
           CALL 'ControleExecucao' USING WS-RunPrograma
               WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           IF WS-RunAutorizado NOT = 'S'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           STRING 'conciliacao_razao_' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName

           PERFORM CarregarCategorias
           PERFORM ConferirPlano
           PERFORM LocalizarDataBase

           MOVE 'Somando os razões auxiliares...' TO WS-Mensagem
           DISPLAY WS-Mensagem

           OPEN INPUT ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN INPUT ContaFile
           END-IF
           IF WS-DataBase > 0
               PERFORM SomarDepositosFechamento
           ELSE
               PERFORM SomarDepositosCorrentes
           END-IF
           CLOSE ContaFile
           PERFORM SomarAplicacoes
           PERFORM SomarEmprestimos
           PERFORM SomarChequesAdm

           PERFORM MontarContabeis
           PERFORM CarregarBalancete

           OPEN OUTPUT ReportFile
           PERFORM EscreverCategorias
           PERFORM ConciliarContabeis
           CLOSE ReportFile

           MOVE WS-CtQtde TO WS-ExecPostados
           MOVE WS-QtdeDivergencias TO WS-ExecRejeitados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-Competencia TO WS-SpoolAlvo(1:6)
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'ConciliacaoRazoes   ' 'RAZC' 'BATCH     '
               WS-SpoolAlvo 'N'

           DISPLAY 'Contas contábeis conciliadas: ' WS-CtQtde
           DISPLAY 'Divergências acima da tolerância: '
               WS-QtdeDivergencias
           DISPLAY 'Relatório: ' WS-ReportFileName
           STOP RUN.

      * Conta contábil de cada categoria vem do parâmetro; sem
      * parâmetro a categoria fica fora da conciliação.
       CarregarCategorias.
           MOVE 'RAZAO-DEP-CORRENTE' TO WS-CatParametro(1)
           MOVE 'Depósitos à vista - conta corrente'
               TO WS-CatDescricao(1)
           MOVE 'C' TO WS-CatNatureza(1)
           MOVE 'RAZAO-DEP-POUPANCA' TO WS-CatParametro(2)
           MOVE 'Depósitos - poupança' TO WS-CatDescricao(2)
           MOVE 'C' TO WS-CatNatureza(2)
           MOVE 'RAZAO-DEP-SALARIO' TO WS-CatParametro(3)
           MOVE 'Depósitos à vista - conta salário'
               TO WS-CatDescricao(3)
           MOVE 'C' TO WS-CatNatureza(3)
           MOVE 'RAZAO-CHEQUE-ESPEC' TO WS-CatParametro(4)
           MOVE 'Cheque especial - saldo devedor'
               TO WS-CatDescricao(4)
           MOVE 'D' TO WS-CatNatureza(4)
           MOVE 'RAZAO-APLICACOES' TO WS-CatParametro(5)
           MOVE 'Aplicações (CDB) - saldo atual' TO WS-CatDescricao(5)
           MOVE 'C' TO WS-CatNatureza(5)
           MOVE 'RAZAO-EMPRESTIMOS' TO WS-CatParametro(6)
           MOVE 'Empréstimos - saldo devedor' TO WS-CatDescricao(6)
           MOVE 'D' TO WS-CatNatureza(6)
           MOVE 'RAZAO-CHEQUES-ADM' TO WS-CatParametro(7)
           MOVE 'Cheques administrativos em circ.'
               TO WS-CatDescricao(7)
           MOVE 'C' TO WS-CatNatureza(7)

           MOVE WS-DataFim TO WS-ParamDataRef
           PERFORM VARYING WS-CatIdx FROM 1 BY 1
                   UNTIL WS-CatIdx > WS-CatQtde
               MOVE 0 TO WS-CatTotal(WS-CatIdx)
               MOVE 'N' TO WS-CatNoPlano(WS-CatIdx)
               MOVE 0 TO WS-CatConta(WS-CatIdx)
               MOVE WS-CatParametro(WS-CatIdx) TO WS-ParamNome
               CALL 'ObterParametro' USING WS-ParamNome
                   WS-ParamDataRef WS-ParamValor WS-ParamAchado
               IF WS-ParamAchado = 'S'
                   MOVE WS-ParamValor TO WS-CatConta(WS-CatIdx)
               ELSE
                   ADD 1 TO WS-SemMapeamento
               END-IF
           END-PERFORM

           MOVE 'RAZAO-TOLERANCIA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-Tolerancia
           END-IF
           MOVE 'CHADM-CONTA-INTERNA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-ContaInterna
           END-IF.

      * A conta contábil informada tem de existir no plano, como
      * débito ou crédito de algum tipo de movimentação.
       ConferirPlano.
           OPEN INPUT PlanoFile
           IF WS-PlanoFileStatus = '00'
               PERFORM UNTIL WS-PlanoFileStatus = '10'
                   READ PlanoFile INTO PlanoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM MarcarContaNoPlano
                   END-READ
               END-PERFORM
               CLOSE PlanoFile
           END-IF.

       MarcarContaNoPlano.
           PERFORM VARYING WS-CatIdx FROM 1 BY 1
                   UNTIL WS-CatIdx > WS-CatQtde
               IF WS-CatConta(WS-CatIdx) NOT = 0 AND
                       (WS-CatConta(WS-CatIdx) = PlanoContaDebito OR
                        WS-CatConta(WS-CatIdx) = PlanoContaCredito)
                   MOVE 'S' TO WS-CatNoPlano(WS-CatIdx)
               END-IF
           END-PERFORM.

       LocalizarDataBase.
           MOVE 0 TO WS-DataBase
           OPEN INPUT SaldoDiarioFile
           IF WS-SaldoDiaStatus = '00'
               PERFORM UNTIL WS-SaldoDiaStatus = '10'
                   READ SaldoDiarioFile INTO SaldoDiarioRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SaldoDiaData >= WS-DataIni AND
                                   SaldoDiaData <= WS-DataFim AND
                                   SaldoDiaData > WS-DataBase
                               MOVE SaldoDiaData TO WS-DataBase
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SaldoDiarioFile
           END-IF.

       SomarDepositosFechamento.
           OPEN INPUT SaldoDiarioFile
           PERFORM UNTIL WS-SaldoDiaStatus = '10'
               READ SaldoDiarioFile INTO SaldoDiarioRecord
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF SaldoDiaData = WS-DataBase AND
                               SaldoDiaConta NOT = WS-ContaInterna
                           MOVE SaldoDiaConta TO ContaNumero
                           READ ContaFile
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE SaldoDiaValorBRL
                                       TO WS-SaldoConta
                                   PERFORM ClassificarSaldoConta
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SaldoDiarioFile.

       SomarDepositosCorrentes.
           MOVE 0 TO ContaNumero
           START ContaFile KEY >= ContaNumero
               INVALID KEY
                   MOVE '10' TO WS-FileStatus
           END-START
           PERFORM UNTIL WS-FileStatus = '10'
               READ ContaFile NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ContaNumero NOT = WS-ContaInterna
                           MOVE ContaMoeda TO WS-ContaMoeda
                           IF WS-ContaMoeda = SPACES
                               MOVE 'BRL' TO WS-ContaMoeda
                           END-IF
                           IF WS-ContaMoeda = 'BRL'
                               MOVE ContaSaldo TO WS-ValorEmBRL
                           ELSE
                               CALL 'Cambio' USING WS-ContaMoeda
                                   'BRL' ContaSaldo WS-ValorEmBRL
                           END-IF
                           MOVE WS-ValorEmBRL TO WS-SaldoConta
                           PERFORM ClassificarSaldoConta
                       END-IF
               END-READ
           END-PERFORM.

      * Saldo credor é depósito do tipo da conta; saldo negativo é
      * uso do cheque especial.
       ClassificarSaldoConta.
           ADD 1 TO WS-ExecLidos
           IF WS-SaldoConta < 0
               SUBTRACT WS-SaldoConta
                   FROM WS-CatTotal(WS-CatChequeEspecial)
           ELSE
               EVALUATE TRUE
                   WHEN ContaPoupanca
                       ADD WS-SaldoConta
                           TO WS-CatTotal(WS-CatDepPoupanca)
                   WHEN ContaSalario
                       ADD WS-SaldoConta
                           TO WS-CatTotal(WS-CatDepSalario)
                   WHEN OTHER
                       ADD WS-SaldoConta
                           TO WS-CatTotal(WS-CatDepCorrente)
               END-EVALUATE
           END-IF.

       SomarAplicacoes.
           OPEN INPUT AplicacaoFile
           IF WS-AplicFileStatus = '00'
               PERFORM UNTIL WS-AplicFileStatus = '10'
                   READ AplicacaoFile INTO AplicacaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-ExecLidos
                           IF AplicacaoAtiva
                               ADD AplicacaoSaldoAtual
                                   TO WS-CatTotal(WS-CatAplicacoes)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AplicacaoFile
           END-IF.

      * Saldo devedor: amortização ainda não recebida das parcelas
      * pendentes e em atraso (descontada a parte já paga da
      * parcela em aberto, quando houver pagamento parcial).
       SomarEmprestimos.
           OPEN INPUT ParcelaFile
           IF WS-ParcelaFileStatus = '00'
               PERFORM UNTIL WS-ParcelaFileStatus = '10'
                   READ ParcelaFile INTO ParcelaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-ExecLidos
                           IF ParcelaPendente OR ParcelaAtrasada
                               PERFORM SomarParcelaAberta
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF.

       SomarParcelaAberta.
           IF ParcelaValorPago NOT NUMERIC
               MOVE 0 TO ParcelaValorPago
           END-IF
           MOVE 0 TO WS-AmortAberta
           IF ParcelaValorAmortizacao > ParcelaValorPago
               COMPUTE WS-AmortAberta =
                   ParcelaValorAmortizacao - ParcelaValorPago
           END-IF
           ADD WS-AmortAberta TO WS-CatTotal(WS-CatEmprestimos).

       SomarChequesAdm.
           OPEN INPUT ChequeAdmFile
           IF WS-ChAdmFileStatus = '00'
               PERFORM UNTIL WS-ChAdmFileStatus = '10'
                   READ ChequeAdmFile INTO ChequeAdmRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-ExecLidos
                           IF ChAdmEmCirculacao
                               ADD ChAdmValor
                                   TO WS-CatTotal(WS-CatChequesAdm)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ChequeAdmFile
           END-IF.

      * Categorias na mesma conta contábil somam; natureza credora
      * entra negativa, como no balancete (devedor positivo).
       MontarContabeis.
           MOVE 0 TO WS-CtQtde
           PERFORM VARYING WS-CatIdx FROM 1 BY 1
                   UNTIL WS-CatIdx > WS-CatQtde
               IF WS-CatConta(WS-CatIdx) NOT = 0
                   PERFORM LocalizarContabil
                   IF WS-CtAchada = 'N'
                       ADD 1 TO WS-CtQtde
                       MOVE WS-CtQtde TO WS-CtIdx
                       MOVE WS-CatConta(WS-CatIdx)
                           TO WS-CtConta(WS-CtIdx)
                       MOVE 0 TO WS-CtRazao(WS-CtIdx)
                       MOVE 0 TO WS-CtBalancete(WS-CtIdx)
                       MOVE 'N' TO WS-CtNoBalancete(WS-CtIdx)
                   END-IF
                   IF WS-CatNatureza(WS-CatIdx) = 'C'
                       SUBTRACT WS-CatTotal(WS-CatIdx)
                           FROM WS-CtRazao(WS-CtIdx)
                   ELSE
                       ADD WS-CatTotal(WS-CatIdx)
                           TO WS-CtRazao(WS-CtIdx)
                   END-IF
               END-IF
           END-PERFORM.

       LocalizarContabil.
           MOVE 'N' TO WS-CtAchada
           PERFORM VARYING WS-CtIdx FROM 1 BY 1
                   UNTIL WS-CtIdx > WS-CtQtde
               IF WS-CtConta(WS-CtIdx) = WS-CatConta(WS-CatIdx)
                   MOVE 'S' TO WS-CtAchada
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CarregarBalancete.
           OPEN INPUT BalanceteFile
           PERFORM UNTIL WS-BaltStatus = '10'
               READ BalanceteFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM VARYING WS-CtIdx FROM 1 BY 1
                               UNTIL WS-CtIdx > WS-CtQtde
                           IF WS-CtConta(WS-CtIdx) = BaltContaContabil
                               MOVE BaltSaldoFinal
                                   TO WS-CtBalancete(WS-CtIdx)
                               MOVE 'S' TO WS-CtNoBalancete(WS-CtIdx)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE BalanceteFile.

       EscreverCategorias.
           MOVE SPACES TO ReportLine
           STRING 'CONCILIAÇÃO RAZÕES AUXILIARES x BALANCETE - '
                  DELIMITED BY SIZE
                  'competência ' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           IF WS-DataBase > 0
               STRING 'Saldos de conta do fechamento de '
                      DELIMITED BY SIZE
                      WS-DataBase DELIMITED BY SIZE
                      '; demais razões na posição corrente'
                      DELIMITED BY SIZE
                   INTO ReportLine
           ELSE
               STRING 'Sem fechamento na competência; razões na '
                      DELIMITED BY SIZE
                      'posição corrente' DELIMITED BY SIZE
                   INTO ReportLine
           END-IF
           WRITE ReportLine
           MOVE WS-Tolerancia TO WS-ValorEd
           MOVE SPACES TO ReportLine
           STRING 'Tolerância por conta contábil: R$ '
                  DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'CATEGORIA                          NAT  CONTA '
                  DELIMITED BY SIZE
                  '   TOTAL DOS MASTERS' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-CatIdx FROM 1 BY 1
                   UNTIL WS-CatIdx > WS-CatQtde
               MOVE WS-CatTotal(WS-CatIdx) TO WS-ValorEd
               MOVE SPACES TO ReportLine
               STRING WS-CatDescricao(WS-CatIdx) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CatNatureza(WS-CatIdx) DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      WS-CatConta(WS-CatIdx) DELIMITED BY SIZE
                      WS-ValorEd DELIMITED BY SIZE
                   INTO ReportLine
               IF WS-CatConta(WS-CatIdx) = 0
                   MOVE '  SEM PARÂMETRO' TO ReportLine(78:20)
               ELSE
               IF WS-CatNoPlano(WS-CatIdx) = 'N'
                   MOVE '  FORA DO PLANO' TO ReportLine(78:20)
               END-IF
               END-IF
               WRITE ReportLine
           END-PERFORM.

      * Diferença acima da tolerância vira pendência para a
      * contabilidade, com a conta contábil na descrição.
       ConciliarContabeis.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'CONTA         RAZÕES AUXILIARES           BALANCETE'
                  DELIMITED BY SIZE
                  '            DIFERENÇA  SITUAÇÃO' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE 0 TO WS-QtdeDivergencias
           PERFORM VARYING WS-CtIdx FROM 1 BY 1
                   UNTIL WS-CtIdx > WS-CtQtde
               COMPUTE WS-Diferenca =
                   WS-CtRazao(WS-CtIdx) - WS-CtBalancete(WS-CtIdx)
               IF WS-Diferenca < 0
                   COMPUTE WS-DiferencaAbs = 0 - WS-Diferenca
               ELSE
                   MOVE WS-Diferenca TO WS-DiferencaAbs
               END-IF
               MOVE WS-CtRazao(WS-CtIdx) TO WS-ValorEd
               MOVE WS-CtBalancete(WS-CtIdx) TO WS-ValorEd2
               MOVE WS-Diferenca TO WS-ValorEd3
               MOVE SPACES TO ReportLine
               STRING WS-CtConta(WS-CtIdx) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-ValorEd DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-ValorEd2 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-ValorEd3 DELIMITED BY SIZE
                   INTO ReportLine
               IF WS-DiferencaAbs > WS-Tolerancia
                   ADD 1 TO WS-QtdeDivergencias
                   IF WS-CtNoBalancete(WS-CtIdx) = 'N'
                       MOVE '  SEM SALDO NO BALANCETE'
                           TO ReportLine(70:30)
                   ELSE
                       MOVE '  DIVERGENTE' TO ReportLine(70:30)
                   END-IF
                   PERFORM RegistrarDivergencia
               ELSE
                   MOVE '  OK' TO ReportLine(70:30)
               END-IF
               WRITE ReportLine
           END-PERFORM
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Contas contábeis: ' DELIMITED BY SIZE
                  WS-CtQtde DELIMITED BY SIZE
                  '  divergentes: ' DELIMITED BY SIZE
                  WS-QtdeDivergencias DELIMITED BY SIZE
                  '  categorias sem parâmetro: ' DELIMITED BY SIZE
                  WS-SemMapeamento DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       RegistrarDivergencia.
           IF WS-DiferencaAbs > 9999999.99
               MOVE 9999999.99 TO WS-PendValor
           ELSE
               MOVE WS-DiferencaAbs TO WS-PendValor
           END-IF
           MOVE SPACES TO WS-PendDescricao
           STRING 'Razão x balancete ' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  ' conta contábil ' DELIMITED BY SIZE
                  WS-CtConta(WS-CtIdx) DELIMITED BY SIZE
               INTO WS-PendDescricao
           CALL 'RegistrarPendencia' USING WS-PendOrigem
               WS-PendTipo WS-PendConta WS-PendValor
               WS-PendDescricao.

       END PROGRAM ConciliacaoRazoes.
