       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApuracaoFGC.

      *****************************************************************
      *  ApuracaoFGC.cbl - Apuração mensal dos depósitos cobertos
      *  pelo Fundo Garantidor de Créditos. Consolida por titular
      *  (CPF da pessoa física, CNPJ da jurídica) os saldos credores
      *  das contas no último fechamento da competência
      *  (saldos_diarios.dat) e as aplicações ativas (aplicacoes.dat),
      *  rateando em partes iguais entre titular e cotitulares nas
      *  contas conjuntas. Aplica o teto de garantia por pessoa
      *  (FGC-TETO-PESSOA), separa garantido e não garantido e apura
      *  a contribuição ordinária sobre a base dos saldos elegíveis
      *  (FGC-ALIQ-CONTRIB, % ao mês). O relatório fgc_<AAAAMM>.txt
      *  traz a posição de cada pessoa, que sustenta os totais para o
      *  recolhimento e a auditoria.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

           SELECT SaldoDiarioFile ASSIGN TO 'saldos_diarios.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SaldoDiaStatus.

           SELECT AplicacaoFile ASSIGN TO 'aplicacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AplicFileStatus.

           SELECT FgcSortFile ASSIGN TO 'fgcsort.wrk'.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  ClienteFile.
       COPY CLIEREC.

       FD  SaldoDiarioFile.
       COPY SALDODIAREC.

       FD  AplicacaoFile.
       COPY APLICREC.

      * Uma participação por titular em cada depósito: a conta ou a
      * aplicação conjunta gera uma linha para cada titular.
       SD  FgcSortFile.
       01  FgcSortRecord.
           05  SortFgcDocumento   PIC X(14).
           05  SortFgcTipoPessoa  PIC X(1).
           05  SortFgcNome        PIC A(50).
           05  SortFgcContaNumero PIC 9(7).
           05  SortFgcCategoria   PIC X(1).
      *        C à vista, P poupança, S salário, A aplicação a
      *        prazo.
           05  SortFgcValor       PIC 9(9)V99.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-ClienteFileStatus   PIC XX.
       01  WS-SaldoDiaStatus      PIC XX.
       01  WS-AplicFileStatus     PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-Competencia         PIC 9(6) VALUE 0.
       01  WS-DataComp            PIC 9(6) VALUE 0.
      * Data do último fechamento dentro da competência; zero quando
      * não há saldos diários no mês e vale a posição corrente.
       01  WS-DataBase            PIC 9(8) VALUE 0.
       01  WS-TetoPessoa          PIC 9(9)V99 VALUE 250000.00.
       01  WS-AliqContrib         PIC 9(3)V9(4) VALUE 0.0100.
       01  WS-ContaInterna        PIC 9(7) VALUE 0.
       01  WS-ContaMoeda          PIC X(3).
       01  WS-ValorEmBRL          PIC S9(7)V99 VALUE 0.
       01  WS-ValorDeposito       PIC 9(9)V99 VALUE 0.
       01  WS-Categoria           PIC X VALUE ' '.
       01  WS-QtdeTitulares       PIC 9 VALUE 0.
       01  WS-Parcela             PIC 9(9)V99 VALUE 0.
       01  WS-ParcelaTitular      PIC 9(9)V99 VALUE 0.
       01  WS-CotIdx              PIC 9 VALUE 0.
       01  WS-ClienteBusca        PIC 9(5) VALUE 0.
       01  WS-ContaAchada         PIC X VALUE 'N'.
      * Quebra por pessoa na saída do sort.
       01  WS-PrimeiraPessoa      PIC X VALUE 'S'.
       01  WS-DocAtual            PIC X(14).
       01  WS-TipoAtual           PIC X(1).
       01  WS-NomeAtual           PIC A(50).
       01  WS-PessoaTotal         PIC 9(11)V99 VALUE 0.
       01  WS-PessoaGarantido     PIC 9(11)V99 VALUE 0.
       01  WS-PessoaNaoGarantido  PIC 9(11)V99 VALUE 0.
       01  WS-PessoaParticip      PIC 9(3) VALUE 0.
       01  WS-QtdePessoas         PIC 9(7) VALUE 0.
       01  WS-QtdeAcimaTeto       PIC 9(7) VALUE 0.
       01  WS-QtdeSemCadastro     PIC 9(7) VALUE 0.
       01  WS-QtdeParticipacoes   PIC 9(7) VALUE 0.
       01  WS-BaseVista           PIC 9(13)V99 VALUE 0.
       01  WS-BasePoupanca        PIC 9(13)V99 VALUE 0.
       01  WS-BaseSalario         PIC 9(13)V99 VALUE 0.
       01  WS-BasePrazo           PIC 9(13)V99 VALUE 0.
       01  WS-BaseTotal           PIC 9(13)V99 VALUE 0.
       01  WS-TotalGarantido      PIC 9(13)V99 VALUE 0.
       01  WS-TotalNaoGarantido   PIC 9(13)V99 VALUE 0.
       01  WS-Contribuicao        PIC 9(11)V99 VALUE 0.
       01  WS-ValorEd             PIC -(12)9.99.
       01  WS-ValorEd2            PIC -(12)9.99.
       01  WS-ValorEd3            PIC -(12)9.99.
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-AnoComp             PIC 9(4) VALUE 0.
       01  WS-MesComp             PIC 9(2) VALUE 0.
       01  WS-ParamNome         PIC X(20).
       01  WS-ParamDataRef      PIC 9(8) VALUE 0.
       01  WS-ParamValor        PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado       PIC X VALUE 'N'.

       01  WS-ExecPrograma        PIC X(20) VALUE 'ApuracaoFGC'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos           PIC 9(7) VALUE 0.
       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd

      *    Sem competência informada, apura o mês anterior.
           DISPLAY 'Competência da apuração (AAAAMM, ENTER = mês '
               'anterior): '
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

           MOVE WS-DataHojeOrd TO WS-ParamDataRef
           MOVE 'FGC-TETO-PESSOA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-TetoPessoa
           END-IF
           MOVE 'FGC-ALIQ-CONTRIB' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-AliqContrib
           END-IF
      *    A conta interna do cheque administrativo é passivo do
      *    banco, não depósito de cliente: fica fora da base.
           MOVE 'CHADM-CONTA-INTERNA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-ContaInterna
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           PERFORM LocalizarDataBase

           OPEN INPUT ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN INPUT ContaFile
           END-IF
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '35'
               OPEN OUTPUT ClienteFile
               CLOSE ClienteFile
               OPEN INPUT ClienteFile
           END-IF

           STRING 'fgc_' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile

           MOVE 'Consolidando depósitos por titular...' TO WS-Mensagem
           DISPLAY WS-Mensagem

           SORT FgcSortFile
               ON ASCENDING KEY SortFgcDocumento SortFgcContaNumero
               INPUT PROCEDURE IS CarregarDepositos
               OUTPUT PROCEDURE IS ApurarGarantias

           CLOSE ReportFile
           CLOSE ClienteFile
           CLOSE ContaFile

           MOVE WS-QtdePessoas TO WS-ExecPostados
           MOVE WS-QtdeSemCadastro TO WS-ExecRejeitados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           MOVE WS-ReportFileName TO WS-SpoolArquivo
           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-Competencia TO WS-SpoolAlvo(1:6)
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'ApuracaoFGC         ' 'FGC ' 'BATCH     '
               WS-SpoolAlvo 'S'

           MOVE WS-BaseTotal TO WS-ValorEd
           DISPLAY 'Titulares apurados: ' WS-QtdePessoas
           DISPLAY 'Base da contribuição: R$ ' WS-ValorEd
           MOVE WS-Contribuicao TO WS-ValorEd
           DISPLAY 'Contribuição ordinária: R$ ' WS-ValorEd
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           STOP RUN.

      * Último fechamento diário gravado dentro da competência.
       LocalizarDataBase.
           MOVE 0 TO WS-DataBase
           OPEN INPUT SaldoDiarioFile
           IF WS-SaldoDiaStatus = '00'
               PERFORM UNTIL WS-SaldoDiaStatus = '10'
                   READ SaldoDiarioFile INTO SaldoDiarioRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           COMPUTE WS-DataComp = SaldoDiaData / 100
                           IF WS-DataComp = WS-Competencia AND
                                   SaldoDiaData > WS-DataBase
                               MOVE SaldoDiaData TO WS-DataBase
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SaldoDiarioFile
           END-IF.

      * Contas pelo saldo do fechamento-base (ou, sem histórico no
      * mês, pela posição corrente); aplicações pela posição
      * corrente, já que o histórico diário delas não é retido.
      * Saldo devedor não é depósito e fica fora.
       CarregarDepositos.
           IF WS-DataBase > 0
               PERFORM CarregarSaldosDoFechamento
           ELSE
               PERFORM CarregarSaldosCorrentes
           END-IF
           PERFORM CarregarAplicacoes.

       CarregarSaldosDoFechamento.
           OPEN INPUT SaldoDiarioFile
           IF WS-SaldoDiaStatus = '00'
               PERFORM UNTIL WS-SaldoDiaStatus = '10'
                   READ SaldoDiarioFile INTO SaldoDiarioRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SaldoDiaData = WS-DataBase AND
                                   SaldoDiaValorBRL > 0 AND
                                   SaldoDiaConta NOT = WS-ContaInterna
                               PERFORM LerContaDoSaldo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SaldoDiarioFile
           END-IF.

       LerContaDoSaldo.
           ADD 1 TO WS-ExecLidos
           MOVE SaldoDiaConta TO ContaNumero
           READ ContaFile
               INVALID KEY
                   MOVE 'N' TO WS-ContaAchada
               NOT INVALID KEY
                   MOVE 'S' TO WS-ContaAchada
           END-READ
           IF WS-ContaAchada = 'S'
               MOVE SaldoDiaValorBRL TO WS-ValorDeposito
               MOVE ContaTipo TO WS-Categoria
               PERFORM RatearDeposito
           END-IF.

       CarregarSaldosCorrentes.
           PERFORM UNTIL WS-FileStatus = '10'
               READ ContaFile NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ContaSaldo > 0 AND
                               ContaNumero NOT = WS-ContaInterna
                           ADD 1 TO WS-ExecLidos
                           MOVE ContaMoeda TO WS-ContaMoeda
                           IF WS-ContaMoeda = SPACES
                               MOVE 'BRL' TO WS-ContaMoeda
                           END-IF
                           IF WS-ContaMoeda = 'BRL'
                               MOVE ContaSaldo TO WS-ValorEmBRL
                           ELSE
                               CALL 'Cambio' USING WS-ContaMoeda 'BRL'
                                   ContaSaldo WS-ValorEmBRL
                           END-IF
                           MOVE WS-ValorEmBRL TO WS-ValorDeposito
                           MOVE ContaTipo TO WS-Categoria
                           PERFORM RatearDeposito
                       END-IF
               END-READ
           END-PERFORM.

       CarregarAplicacoes.
           OPEN INPUT AplicacaoFile
           IF WS-AplicFileStatus = '00'
               PERFORM UNTIL WS-AplicFileStatus = '10'
                   READ AplicacaoFile INTO AplicacaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AplicacaoAtiva AND
                                   AplicacaoSaldoAtual > 0
                               PERFORM LerContaDaAplicacao
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AplicacaoFile
           END-IF.

      * A aplicação segue a titularidade da conta de origem.
       LerContaDaAplicacao.
           ADD 1 TO WS-ExecLidos
           MOVE AplicacaoContaNumero TO ContaNumero
           READ ContaFile
               INVALID KEY
                   MOVE 'N' TO WS-ContaAchada
               NOT INVALID KEY
                   MOVE 'S' TO WS-ContaAchada
           END-READ
           IF WS-ContaAchada = 'S'
               MOVE AplicacaoSaldoAtual TO WS-ValorDeposito
               MOVE 'A' TO WS-Categoria
               PERFORM RatearDeposito
           ELSE
               DISPLAY 'Aplicação ' AplicacaoID ': conta '
                   AplicacaoContaNumero ' não encontrada.'
           END-IF.

      * Conta conjunta: partes iguais entre titular e cotitulares;
      * a sobra de centavos do rateio fica com o titular.
       RatearDeposito.
           EVALUATE WS-Categoria
               WHEN 'C'
                   ADD WS-ValorDeposito TO WS-BaseVista
               WHEN 'P'
                   ADD WS-ValorDeposito TO WS-BasePoupanca
               WHEN 'S'
                   ADD WS-ValorDeposito TO WS-BaseSalario
               WHEN OTHER
                   ADD WS-ValorDeposito TO WS-BasePrazo
           END-EVALUATE
           ADD WS-ValorDeposito TO WS-BaseTotal

           MOVE ContaQtdeCotitulares TO WS-QtdeTitulares
           IF WS-QtdeTitulares > 3
               MOVE 3 TO WS-QtdeTitulares
           END-IF
           ADD 1 TO WS-QtdeTitulares
           COMPUTE WS-Parcela = WS-ValorDeposito / WS-QtdeTitulares
           COMPUTE WS-ParcelaTitular = WS-ValorDeposito -
               WS-Parcela * (WS-QtdeTitulares - 1)

           MOVE ContaClienteID TO WS-ClienteBusca
           MOVE WS-ParcelaTitular TO SortFgcValor
           PERFORM LiberarParticipacao
           PERFORM VARYING WS-CotIdx FROM 1 BY 1
                   UNTIL WS-CotIdx > WS-QtdeTitulares - 1
               MOVE ContaCotitularClienteID(WS-CotIdx)
                   TO WS-ClienteBusca
               MOVE WS-Parcela TO SortFgcValor
               PERFORM LiberarParticipacao
           END-PERFORM.

      * O documento identifica a pessoa para o teto: CPF na física,
      * CNPJ na jurídica. Titular fora do cadastro entra pelo código
      * do cliente, para não se somar a outra pessoa.
       LiberarParticipacao.
           MOVE WS-ClienteBusca TO ClienteID
           READ ClienteFile
               INVALID KEY
                   MOVE SPACES TO SortFgcDocumento
                   STRING 'CLI' DELIMITED BY SIZE
                          WS-ClienteBusca DELIMITED BY SIZE
                       INTO SortFgcDocumento
                   MOVE '?' TO SortFgcTipoPessoa
                   MOVE 'TITULAR FORA DO CADASTRO' TO SortFgcNome
               NOT INVALID KEY
                   IF ClientePessoaJuridica
                       MOVE ClienteCNPJ TO SortFgcDocumento
                       MOVE 'J' TO SortFgcTipoPessoa
                   ELSE
                       MOVE ClienteCPF TO SortFgcDocumento
                       MOVE 'F' TO SortFgcTipoPessoa
                   END-IF
                   MOVE ClienteNome TO SortFgcNome
           END-READ
           MOVE ContaNumero TO SortFgcContaNumero
           MOVE WS-Categoria TO SortFgcCategoria
           ADD 1 TO WS-QtdeParticipacoes
           RELEASE FgcSortRecord.

       ApurarGarantias.
           PERFORM EscreverCabecalho
           PERFORM UNTIL 1 = 2
               RETURN FgcSortFile
                   AT END
                       EXIT PERFORM
               END-RETURN
               IF WS-PrimeiraPessoa = 'N' AND
                       SortFgcDocumento NOT = WS-DocAtual
                   PERFORM FecharPessoa
               END-IF
               IF WS-PrimeiraPessoa = 'S' OR
                       SortFgcDocumento NOT = WS-DocAtual
                   MOVE 'N' TO WS-PrimeiraPessoa
                   MOVE SortFgcDocumento TO WS-DocAtual
                   MOVE SortFgcTipoPessoa TO WS-TipoAtual
                   MOVE SortFgcNome TO WS-NomeAtual
                   MOVE 0 TO WS-PessoaTotal
                   MOVE 0 TO WS-PessoaParticip
               END-IF
               ADD SortFgcValor TO WS-PessoaTotal
               ADD 1 TO WS-PessoaParticip
           END-PERFORM
           IF WS-PrimeiraPessoa = 'N'
               PERFORM FecharPessoa
           END-IF
           PERFORM EscreverResumo.

      * Teto por pessoa sobre a soma de todas as participações dela
      * no conglomerado.
       FecharPessoa.
           IF WS-PessoaTotal > WS-TetoPessoa
               MOVE WS-TetoPessoa TO WS-PessoaGarantido
               ADD 1 TO WS-QtdeAcimaTeto
           ELSE
               MOVE WS-PessoaTotal TO WS-PessoaGarantido
           END-IF
           COMPUTE WS-PessoaNaoGarantido =
               WS-PessoaTotal - WS-PessoaGarantido
           ADD WS-PessoaGarantido TO WS-TotalGarantido
           ADD WS-PessoaNaoGarantido TO WS-TotalNaoGarantido
           ADD 1 TO WS-QtdePessoas
           IF WS-TipoAtual = '?'
               ADD 1 TO WS-QtdeSemCadastro
           END-IF

           MOVE WS-PessoaTotal TO WS-ValorEd
           MOVE WS-PessoaGarantido TO WS-ValorEd2
           MOVE WS-PessoaNaoGarantido TO WS-ValorEd3
           MOVE SPACES TO ReportLine
           STRING WS-DocAtual DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TipoAtual DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NomeAtual(1:30) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PessoaParticip DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
                  WS-ValorEd2 DELIMITED BY SIZE
                  WS-ValorEd3 DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       EscreverCabecalho.
           MOVE SPACES TO ReportLine
           STRING 'DEPÓSITOS GARANTIDOS PELO FGC - competência '
                  DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '  gerado em ' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           IF WS-DataBase > 0
               STRING 'Contas pelo fechamento de ' DELIMITED BY SIZE
                      WS-DataBase DELIMITED BY SIZE
                      '; aplicações pela posição corrente.'
                      DELIMITED BY SIZE
                   INTO ReportLine
           ELSE
               STRING 'Sem fechamento na competência: contas e '
                      DELIMITED BY SIZE
                      'aplicações pela posição corrente.'
                      DELIMITED BY SIZE
                   INTO ReportLine
           END-IF
           WRITE ReportLine
           MOVE WS-TetoPessoa TO WS-ValorEd
           MOVE SPACES TO ReportLine
           STRING 'Teto de garantia por pessoa: R$ ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'DOCUMENTO      T NOME                           '
                  DELIMITED BY SIZE
                  'QTD            SALDO TOTAL'
                  DELIMITED BY SIZE
                  '         GARANTIDO     NÃO GARANTIDO'
                  DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       EscreverResumo.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE 'BASE DE CÁLCULO DA CONTRIBUIÇÃO ORDINÁRIA'
               TO ReportLine
           WRITE ReportLine
           MOVE WS-BaseVista TO WS-ValorEd
           MOVE SPACES TO ReportLine
           STRING '  Depósitos à vista    : R$ ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE WS-BasePoupanca TO WS-ValorEd
           MOVE SPACES TO ReportLine
           STRING '  Depósitos de poupança: R$ ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE WS-BaseSalario TO WS-ValorEd
           MOVE SPACES TO ReportLine
           STRING '  Contas salário       : R$ ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE WS-BasePrazo TO WS-ValorEd
           MOVE SPACES TO ReportLine
           STRING '  Depósitos a prazo    : R$ ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE WS-BaseTotal TO WS-ValorEd
           MOVE SPACES TO ReportLine
           STRING '  Base total           : R$ ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine

           COMPUTE WS-Contribuicao ROUNDED =
               WS-BaseTotal * WS-AliqContrib / 100
           MOVE WS-Contribuicao TO WS-ValorEd
           MOVE SPACES TO ReportLine
           STRING '  Alíquota mensal ' DELIMITED BY SIZE
                  WS-AliqContrib DELIMITED BY SIZE
                  '%  contribuição: R$ ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE WS-TotalGarantido TO WS-ValorEd
           MOVE WS-TotalNaoGarantido TO WS-ValorEd2
           MOVE SPACES TO ReportLine
           STRING 'Garantido R$ ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
                  '  Não garantido R$ ' DELIMITED BY SIZE
                  WS-ValorEd2 DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Titulares: ' DELIMITED BY SIZE
                  WS-QtdePessoas DELIMITED BY SIZE
                  '  acima do teto: ' DELIMITED BY SIZE
                  WS-QtdeAcimaTeto DELIMITED BY SIZE
                  '  fora do cadastro: ' DELIMITED BY SIZE
                  WS-QtdeSemCadastro DELIMITED BY SIZE
                  '  participações: ' DELIMITED BY SIZE
                  WS-QtdeParticipacoes DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       END PROGRAM ApuracaoFGC.
