       IDENTIFICATION DIVISION.
       PROGRAM-ID. CircularizacaoSaldos.

      *****************************************************************
      *  CircularizacaoSaldos.cbl - Circularização de saldos para a
      *  auditoria externa, numa data-base:
      *    - [A]mostra: sorteia os clientes por critério (maiores
      *      saldos, aleatório por agência ou contas com
      *      movimentação atípica nos doze meses até a data-base,
      *      pelas pendências COMP/FRAU) e emite uma carta por cliente
      *      (circ_<data-base>_<cliente>.txt) com os saldos de conta,
      *      CDB e empréstimo na data-base; cada cliente fica
      *      registrado em circularizacao.dat como carta emitida;
      *    - [R]esposta: registra a resposta do cliente (confirmado,
      *      divergente com o valor informado, sem resposta);
      *    - [D]ivergências: relatório para a auditoria
      *      (circ_divergencias_<data-base>.txt) com os divergentes,
      *      os sem resposta e os totais do controle.
      *  Saldo de conta vem do último fechamento até a data-base
      *  (saldos_diarios.dat) ou, sem fechamento, da posição
      *  corrente; CDB é a aplicação ativa já aplicada na data-base;
      *  empréstimo é a amortização das parcelas ainda não pagas na
      *  data-base.
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

           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestFileStatus.

           SELECT ParcelaFile ASSIGN TO 'parcelas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParcelaFileStatus.

           SELECT PendenciaFile ASSIGN TO 'pendencias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PendFileStatus.

           SELECT CircFile ASSIGN TO 'circularizacao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CircFileStatus.

           SELECT CircSortFile ASSIGN TO 'circsort.wrk'.

           SELECT CartaFile ASSIGN DYNAMIC WS-CartaFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CartaStatus.

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

       FD  EmprestimoFile.
       COPY EMPRESTREC.

       FD  ParcelaFile.
       COPY PARCREC.

       FD  PendenciaFile.
       COPY PENDREC.

       FD  CircFile.
       COPY CIRCREC.

      * Candidatos ao sorteio: por saldo (maiores saldos) ou por
      * agência e número aleatório (aleatório por agência).
       SD  CircSortFile.
       01  CircSortRecord.
           05  SortCiAgencia          PIC 9(4).
           05  SortCiAleatorio        PIC 9V9(8).
           05  SortCiSaldo            PIC S9(11)V99.
           05  SortCiCliente          PIC 9(5).

       FD  CartaFile.
       01  CartaLine                  PIC X(100).

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-ClienteFileStatus   PIC XX.
       01  WS-SaldoDiaStatus      PIC XX.
       01  WS-AplicFileStatus     PIC XX.
       01  WS-EmprestFileStatus   PIC XX.
       01  WS-ParcelaFileStatus   PIC XX.
       01  WS-PendFileStatus      PIC XX.
       01  WS-CircFileStatus      PIC XX.
       01  WS-CartaStatus         PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-CartaFileName       PIC X(40).
       01  WS-ReportFileName      PIC X(40).
       01  WS-Opcao               PIC X VALUE ' '.
       01  WS-OperadorID          PIC X(10).
       01  WS-DataBase            PIC 9(8) VALUE 0.
       01  WS-DataInicioAtipica   PIC 9(8) VALUE 0.
      * Último fechamento até a data-base; zero = posição corrente.
       01  WS-DataFechamento      PIC 9(8) VALUE 0.
       01  WS-Criterio            PIC X VALUE 'M'.
       01  WS-TamanhoAmostra      PIC 9(3) VALUE 0.
       01  WS-Semente             PIC 9(8) VALUE 0.
       01  WS-Aleatorio           PIC 9V9(8) VALUE 0.
       01  WS-ContaInterna        PIC 9(7) VALUE 0.
       01  WS-JaEmitida           PIC X VALUE 'N'.
      * Clientes sorteados.
       01  WS-QtdeAmostra         PIC 9(3) VALUE 0.
       01  WS-AmostraTabela.
           05  WS-AmCliente       PIC 9(5) OCCURS 500 TIMES.
       01  WS-AmIdx               PIC 9(3) VALUE 0.
       01  WS-ClienteBusca        PIC 9(5) VALUE 0.
       01  WS-ClienteNaAmostra    PIC X VALUE 'N'.
       01  WS-AgenciaAtual        PIC 9(4) VALUE 0.
       01  WS-QtdeNaAgencia       PIC 9(3) VALUE 0.
       01  WS-PrimeiroRegistro    PIC X VALUE 'S'.
      * Linhas das cartas: contas, aplicações e contratos dos
      * clientes sorteados, com o valor na data-base.
       01  WS-QtdeLinhas          PIC 9(4) VALUE 0.
       01  WS-LinhasTabela.
           05  WS-LnLinha OCCURS 3000 TIMES.
               10  WS-LnCliente       PIC 9(5).
               10  WS-LnTipo          PIC X(1).
      *            'C' conta, 'A' aplicação, 'E' empréstimo.
               10  WS-LnNumero        PIC 9(7).
               10  WS-LnValor         PIC S9(11)V99.
       01  WS-LnIdx               PIC 9(4) VALUE 0.
       01  WS-LinhaAchada         PIC X VALUE 'N'.
       01  WS-LinhasEstouro       PIC X VALUE 'N'.
       01  WS-NumeroBusca         PIC 9(7) VALUE 0.
       01  WS-TipoBusca           PIC X(1).
       01  WS-AmortAberta         PIC 9(7)V99 VALUE 0.
       01  WS-ValorEmBRL          PIC S9(7)V99 VALUE 0.
       01  WS-ContaMoeda          PIC X(3).
      * Totais da carta do cliente.
       01  WS-TotContas           PIC S9(11)V99 VALUE 0.
       01  WS-TotAplicacoes       PIC 9(11)V99 VALUE 0.
       01  WS-TotEmprestimos      PIC 9(11)V99 VALUE 0.
       01  WS-NomeCliente         PIC A(50).
       01  WS-EnderecoCliente     PIC A(100).
       01  WS-QtdeCartas          PIC 9(5) VALUE 0.
      * Resposta.
       01  WS-ClienteInformado    PIC 9(5) VALUE 0.
       01  WS-Resposta            PIC X VALUE ' '.
       01  WS-ValorInformado      PIC S9(11)V99 VALUE 0.
       01  WS-Observacao          PIC X(60).
       01  WS-Achado              PIC X VALUE 'N'.
      * Controle das respostas.
       01  WS-QtdeEmitidas        PIC 9(5) VALUE 0.
       01  WS-QtdeConfirmadas     PIC 9(5) VALUE 0.
       01  WS-QtdeDivergentes     PIC 9(5) VALUE 0.
       01  WS-QtdeSemResposta     PIC 9(5) VALUE 0.
       01  WS-QtdePendentes       PIC 9(5) VALUE 0.
       01  WS-TotalCarta          PIC S9(11)V99 VALUE 0.
       01  WS-Diferenca           PIC S9(11)V99 VALUE 0.
       01  WS-ValorEd             PIC -(12)9.99.
       01  WS-ValorEd2            PIC -(12)9.99.
       01  WS-ValorEd3            PIC -(12)9.99.
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-ParamNome           PIC X(20).
       01  WS-ParamDataRef        PIC 9(8) VALUE 0.
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.
       01  WS-LogNivel            PIC X(10) VALUE 'INFO'.
       01  WS-LogMensagem         PIC X(100).

       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd

           DISPLAY 'Informe o ID do operador: '
           ACCEPT WS-OperadorID

      *    Sem data-base informada, vai o fim do ano anterior.
           DISPLAY 'Data-base (AAAAMMDD, ENTER = 31/12 do ano '
               'anterior): '
           ACCEPT WS-DataBase
           IF WS-DataBase = 0
               COMPUTE WS-DataBase = (WS-AnoHoje - 1) * 10000 + 1231
           END-IF

           DISPLAY '[A]mostra e cartas, [R]esposta do cliente,'
           DISPLAY '[D]ivergências para a auditoria: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

           EVALUATE WS-Opcao
               WHEN 'A'
                   PERFORM EmitirAmostra
               WHEN 'R'
                   PERFORM RegistrarResposta
               WHEN 'D'
                   PERFORM RelatorioDivergencias
               WHEN OTHER
                   DISPLAY 'Opção inválida.'
           END-EVALUATE
           STOP RUN.

      * Uma amostra por data-base: sortear de novo mandaria outra
      * leva de cartas e embaralharia o controle das respostas.
       EmitirAmostra.
           PERFORM VerificarAmostraExistente
           IF WS-JaEmitida = 'S'
               DISPLAY 'Já existe amostra para a data-base '
                   WS-DataBase '; registre as respostas.'
               STOP RUN
           END-IF

           DISPLAY 'Critério: [M]aiores saldos, [A]leatório por'
           DISPLAY 'agência, movimentação a[T]ípica: '
           ACCEPT WS-Criterio
           MOVE FUNCTION UPPER-CASE(WS-Criterio) TO WS-Criterio
           IF WS-Criterio NOT = 'A' AND WS-Criterio NOT = 'T'
               MOVE 'M' TO WS-Criterio
           END-IF
           IF WS-Criterio = 'A'
               DISPLAY 'Clientes por agência: '
           ELSE
               DISPLAY 'Tamanho da amostra (clientes): '
           END-IF
           ACCEPT WS-TamanhoAmostra
           IF WS-TamanhoAmostra = 0
               DISPLAY 'Tamanho da amostra inválido.'
               STOP RUN
           END-IF

           MOVE WS-DataBase TO WS-ParamDataRef
           MOVE 'CHADM-CONTA-INTERNA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-ContaInterna
           END-IF

           PERFORM LocalizarFechamento

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

           MOVE 0 TO WS-QtdeAmostra
           EVALUATE WS-Criterio
               WHEN 'M'
                   SORT CircSortFile
                       ON DESCENDING KEY SortCiSaldo
                       INPUT PROCEDURE IS CarregarSaldosCandidatos
                       OUTPUT PROCEDURE IS SelecionarMaioresSaldos
               WHEN 'A'
      *            Semente do sorteio no relatório: a auditoria pode
      *            reproduzir a amostra com a mesma semente.
                   DISPLAY 'Semente do sorteio (ENTER = hora atual): '
                   ACCEPT WS-Semente
                   IF WS-Semente = 0
                       MOVE FUNCTION CURRENT-DATE(9:8) TO WS-Semente
                   END-IF
                   COMPUTE WS-Aleatorio = FUNCTION RANDOM(WS-Semente)
                   SORT CircSortFile
                       ON ASCENDING KEY SortCiAgencia SortCiAleatorio
                       INPUT PROCEDURE IS CarregarContasAgencia
                       OUTPUT PROCEDURE IS SelecionarPorAgencia
               WHEN 'T'
                   PERFORM SelecionarAtipicas
           END-EVALUATE

           IF WS-QtdeAmostra = 0
               DISPLAY 'Nenhum cliente atende ao critério.'
               CLOSE ClienteFile
               CLOSE ContaFile
               STOP RUN
           END-IF

           PERFORM MontarLinhasContas
           IF WS-DataFechamento > 0
               PERFORM AplicarSaldosFechamento
           END-IF
           PERFORM MontarLinhasAplicacoes
           PERFORM MontarLinhasEmprestimos
           PERFORM ApurarSaldoDevedor
           IF WS-LinhasEstouro = 'S'
               DISPLAY 'Atenção: tabela de linhas cheia; cartas'
               DISPLAY 'incompletas para os últimos clientes.'
           END-IF

           OPEN EXTEND CircFile
           IF WS-CircFileStatus = '35'
               OPEN OUTPUT CircFile
           END-IF
           PERFORM VARYING WS-AmIdx FROM 1 BY 1
                   UNTIL WS-AmIdx > WS-QtdeAmostra
               PERFORM EmitirCarta
           END-PERFORM
           CLOSE CircFile
           CLOSE ClienteFile
           CLOSE ContaFile

           MOVE SPACES TO WS-LogMensagem
           STRING 'Circularização data-base ' DELIMITED BY SIZE
                  WS-DataBase DELIMITED BY SIZE
                  ' critério ' DELIMITED BY SIZE
                  WS-Criterio DELIMITED BY SIZE
                  ' semente ' DELIMITED BY SIZE
                  WS-Semente DELIMITED BY SIZE
                  ': cartas ' DELIMITED BY SIZE
                  WS-QtdeCartas DELIMITED BY SIZE
               INTO WS-LogMensagem
           CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem

           DISPLAY 'Clientes sorteados: ' WS-QtdeAmostra
           DISPLAY 'Cartas emitidas: ' WS-QtdeCartas
           IF WS-Criterio = 'A'
               DISPLAY 'Semente do sorteio: ' WS-Semente
           END-IF
           IF WS-DataFechamento > 0
               DISPLAY 'Saldos de conta do fechamento de '
                   WS-DataFechamento
           ELSE
               DISPLAY 'Sem fechamento até a data-base; saldos de'
               DISPLAY 'conta na posição corrente.'
           END-IF.

       VerificarAmostraExistente.
           MOVE 'N' TO WS-JaEmitida
           OPEN INPUT CircFile
           IF WS-CircFileStatus = '00'
               PERFORM UNTIL WS-CircFileStatus = '10'
                   READ CircFile INTO CircularizacaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CircDataBase = WS-DataBase
                               MOVE 'S' TO WS-JaEmitida
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CircFile
           END-IF.

       LocalizarFechamento.
           MOVE 0 TO WS-DataFechamento
           OPEN INPUT SaldoDiarioFile
           IF WS-SaldoDiaStatus = '00'
               PERFORM UNTIL WS-SaldoDiaStatus = '10'
                   READ SaldoDiarioFile INTO SaldoDiarioRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SaldoDiaData <= WS-DataBase AND
                                   SaldoDiaData > WS-DataFechamento
                               MOVE SaldoDiaData TO WS-DataFechamento
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SaldoDiarioFile
           END-IF.

      * Maiores saldos: do fechamento da data-base quando houver,
      * senão da posição corrente das contas.
       CarregarSaldosCandidatos.
           IF WS-DataFechamento > 0
               OPEN INPUT SaldoDiarioFile
               PERFORM UNTIL WS-SaldoDiaStatus = '10'
                   READ SaldoDiarioFile INTO SaldoDiarioRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SaldoDiaData = WS-DataFechamento AND
                                   SaldoDiaConta NOT = WS-ContaInterna
                               MOVE SaldoDiaConta TO ContaNumero
                               READ ContaFile
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE SaldoDiaValorBRL
                                           TO SortCiSaldo
                                       PERFORM LiberarCandidato
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SaldoDiarioFile
           ELSE
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
                           IF ContaNumero NOT = WS-ContaInterna AND
                                   NOT ContaEncerrada
                               PERFORM ConverterSaldoConta
                               MOVE WS-ValorEmBRL TO SortCiSaldo
                               PERFORM LiberarCandidato
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       LiberarCandidato.
           MOVE ContaAgencia TO SortCiAgencia
           MOVE 0 TO SortCiAleatorio
           MOVE ContaClienteID TO SortCiCliente
           RELEASE CircSortRecord.

       SelecionarMaioresSaldos.
           PERFORM UNTIL 1 = 2
               RETURN CircSortFile
                   AT END
                       EXIT PERFORM
               END-RETURN
               IF WS-QtdeAmostra < WS-TamanhoAmostra
                   MOVE SortCiCliente TO WS-ClienteBusca
                   PERFORM IncluirNaAmostra
               END-IF
           END-PERFORM.

      * Aleatório por agência: cada conta ativa recebe um número
      * sorteado; o sort por agência e número dá a ordem do sorteio.
       CarregarContasAgencia.
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
                       IF ContaNumero NOT = WS-ContaInterna AND
                               NOT ContaEncerrada
                           MOVE ContaAgencia TO SortCiAgencia
                           COMPUTE SortCiAleatorio = FUNCTION RANDOM
                           MOVE 0 TO SortCiSaldo
                           MOVE ContaClienteID TO SortCiCliente
                           RELEASE CircSortRecord
                       END-IF
               END-READ
           END-PERFORM.

       SelecionarPorAgencia.
           PERFORM UNTIL 1 = 2
               RETURN CircSortFile
                   AT END
                       EXIT PERFORM
               END-RETURN
               IF WS-PrimeiroRegistro = 'S' OR
                       SortCiAgencia NOT = WS-AgenciaAtual
                   MOVE 'N' TO WS-PrimeiroRegistro
                   MOVE SortCiAgencia TO WS-AgenciaAtual
                   MOVE 0 TO WS-QtdeNaAgencia
               END-IF
               IF WS-QtdeNaAgencia < WS-TamanhoAmostra
                   MOVE SortCiCliente TO WS-ClienteBusca
                   PERFORM IncluirNaAmostra
                   IF WS-ClienteNaAmostra = 'N'
                       ADD 1 TO WS-QtdeNaAgencia
                   END-IF
               END-IF
           END-PERFORM.

      * Movimentação atípica: conta com movimentação sinalizada ou
      * alerta de fraude aberto nos doze meses até a data-base.
       SelecionarAtipicas.
           COMPUTE WS-DataInicioAtipica = WS-DataBase - 10000
           OPEN INPUT PendenciaFile
           IF WS-PendFileStatus = '00'
               PERFORM UNTIL WS-PendFileStatus = '10'
                   READ PendenciaFile INTO PendenciaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF (PendTipo = 'COMP' OR PendTipo = 'FRAU')
                                   AND PendDataAbertura >
                                       WS-DataInicioAtipica
                                   AND PendDataAbertura <= WS-DataBase
                                   AND WS-QtdeAmostra <
                                       WS-TamanhoAmostra
                               MOVE PendContaNumero TO ContaNumero
                               READ ContaFile
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE ContaClienteID
                                           TO WS-ClienteBusca
                                       PERFORM IncluirNaAmostra
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PendenciaFile
           END-IF.

      * O mesmo cliente pode vir por mais de uma conta: entra uma
      * vez só (WS-ClienteNaAmostra = 'S' quando já estava).
       IncluirNaAmostra.
           MOVE 'N' TO WS-ClienteNaAmostra
           PERFORM VARYING WS-AmIdx FROM 1 BY 1
                   UNTIL WS-AmIdx > WS-QtdeAmostra
               IF WS-AmCliente(WS-AmIdx) = WS-ClienteBusca
                   MOVE 'S' TO WS-ClienteNaAmostra
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ClienteNaAmostra = 'N'
               IF WS-QtdeAmostra < 500
                   ADD 1 TO WS-QtdeAmostra
                   MOVE WS-ClienteBusca TO WS-AmCliente(WS-QtdeAmostra)
               ELSE
                   MOVE 'S' TO WS-ClienteNaAmostra
               END-IF
           END-IF.

       ConverterSaldoConta.
           MOVE ContaMoeda TO WS-ContaMoeda
           IF WS-ContaMoeda = SPACES
               MOVE 'BRL' TO WS-ContaMoeda
           END-IF
           IF WS-ContaMoeda = 'BRL'
               MOVE ContaSaldo TO WS-ValorEmBRL
           ELSE
               CALL 'Cambio' USING WS-ContaMoeda 'BRL'
                   ContaSaldo WS-ValorEmBRL
           END-IF.

      * Contas dos clientes sorteados (titular), com o saldo
      * corrente; o fechamento da data-base substitui em seguida.
       MontarLinhasContas.
           MOVE 0 TO WS-QtdeLinhas
           MOVE 0 TO ContaNumero
           MOVE '00' TO WS-FileStatus
           START ContaFile KEY >= ContaNumero
               INVALID KEY
                   MOVE '10' TO WS-FileStatus
           END-START
           PERFORM UNTIL WS-FileStatus = '10'
               READ ContaFile NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ContaClienteID TO WS-ClienteBusca
                       PERFORM LocalizarClienteAmostra
                       IF WS-ClienteNaAmostra = 'S'
                           PERFORM ConverterSaldoConta
                           MOVE 'C' TO WS-TipoBusca
                           MOVE ContaNumero TO WS-NumeroBusca
                           PERFORM IncluirLinha
                           IF WS-LinhaAchada = 'S'
                               MOVE WS-ValorEmBRL
                                   TO WS-LnValor(WS-LnIdx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LocalizarClienteAmostra.
           MOVE 'N' TO WS-ClienteNaAmostra
           PERFORM VARYING WS-AmIdx FROM 1 BY 1
                   UNTIL WS-AmIdx > WS-QtdeAmostra
               IF WS-AmCliente(WS-AmIdx) = WS-ClienteBusca
                   MOVE 'S' TO WS-ClienteNaAmostra
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Abre linha nova na tabela (WS-LinhaAchada = 'S' e WS-LnIdx
      * apontando para ela), ou marca o estouro.
       IncluirLinha.
           MOVE 'N' TO WS-LinhaAchada
           IF WS-QtdeLinhas < 3000
               ADD 1 TO WS-QtdeLinhas
               MOVE WS-QtdeLinhas TO WS-LnIdx
               MOVE WS-ClienteBusca TO WS-LnCliente(WS-LnIdx)
               MOVE WS-TipoBusca TO WS-LnTipo(WS-LnIdx)
               MOVE WS-NumeroBusca TO WS-LnNumero(WS-LnIdx)
               MOVE 0 TO WS-LnValor(WS-LnIdx)
               MOVE 'S' TO WS-LinhaAchada
           ELSE
               MOVE 'S' TO WS-LinhasEstouro
           END-IF.

       LocalizarLinha.
           MOVE 'N' TO WS-LinhaAchada
           PERFORM VARYING WS-LnIdx FROM 1 BY 1
                   UNTIL WS-LnIdx > WS-QtdeLinhas
               IF WS-LnTipo(WS-LnIdx) = WS-TipoBusca AND
                       WS-LnNumero(WS-LnIdx) = WS-NumeroBusca
                   MOVE 'S' TO WS-LinhaAchada
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Conta sem linha no fechamento foi aberta depois da
      * data-base: saldo zero na carta.
       AplicarSaldosFechamento.
           PERFORM VARYING WS-LnIdx FROM 1 BY 1
                   UNTIL WS-LnIdx > WS-QtdeLinhas
               MOVE 0 TO WS-LnValor(WS-LnIdx)
           END-PERFORM
           OPEN INPUT SaldoDiarioFile
           IF WS-SaldoDiaStatus = '00'
               PERFORM UNTIL WS-SaldoDiaStatus = '10'
                   READ SaldoDiarioFile INTO SaldoDiarioRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SaldoDiaData = WS-DataFechamento
                               MOVE 'C' TO WS-TipoBusca
                               MOVE SaldoDiaConta TO WS-NumeroBusca
                               PERFORM LocalizarLinha
                               IF WS-LinhaAchada = 'S'
                                   MOVE SaldoDiaValorBRL
                                       TO WS-LnValor(WS-LnIdx)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SaldoDiarioFile
           END-IF.

      * CDB ativo já aplicado na data-base, pelo saldo corrente
      * da aplicação.
       MontarLinhasAplicacoes.
           OPEN INPUT AplicacaoFile
           IF WS-AplicFileStatus = '00'
               PERFORM UNTIL WS-AplicFileStatus = '10'
                   READ AplicacaoFile INTO AplicacaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AplicacaoAtiva AND
                                   AplicacaoDataAplicacao <=
                                       WS-DataBase
                               PERFORM IncluirLinhaAplicacao
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AplicacaoFile
           END-IF.

       IncluirLinhaAplicacao.
           MOVE 'C' TO WS-TipoBusca
           MOVE AplicacaoContaNumero TO WS-NumeroBusca
           PERFORM LocalizarLinha
           IF WS-LinhaAchada = 'S'
               MOVE WS-LnCliente(WS-LnIdx) TO WS-ClienteBusca
               MOVE 'A' TO WS-TipoBusca
               MOVE AplicacaoID TO WS-NumeroBusca
               PERFORM IncluirLinha
               IF WS-LinhaAchada = 'S'
                   MOVE AplicacaoSaldoAtual TO WS-LnValor(WS-LnIdx)
               END-IF
           END-IF.

      * Contratos das contas sorteadas já contratados na data-base;
      * cancelados ficam de fora.
       MontarLinhasEmprestimos.
           OPEN INPUT EmprestimoFile
           IF WS-EmprestFileStatus = '00'
               PERFORM UNTIL WS-EmprestFileStatus = '10'
                   READ EmprestimoFile INTO EmprestimoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF NOT EmprestimoCancelado AND
                                   EmprestimoDataContratacao <=
                                       WS-DataBase
                               PERFORM IncluirLinhaEmprestimo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF.

       IncluirLinhaEmprestimo.
           MOVE 'C' TO WS-TipoBusca
           MOVE EmprestimoContaNumero TO WS-NumeroBusca
           PERFORM LocalizarLinha
           IF WS-LinhaAchada = 'S'
               MOVE WS-LnCliente(WS-LnIdx) TO WS-ClienteBusca
               MOVE 'E' TO WS-TipoBusca
               MOVE EmprestimoID TO WS-NumeroBusca
               PERFORM IncluirLinha
           END-IF.

      * Saldo devedor na data-base: amortização das parcelas ainda
      * não pagas naquele dia (pendentes, em atraso ou pagas
      * depois dela), descontado o que já foi recebido da parcela
      * em aberto com pagamento parcial.
       ApurarSaldoDevedor.
           OPEN INPUT ParcelaFile
           IF WS-ParcelaFileStatus = '00'
               PERFORM UNTIL WS-ParcelaFileStatus = '10'
                   READ ParcelaFile INTO ParcelaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF NOT ParcelaCancelada
                               PERFORM SomarParcelaDevedora
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF.

       SomarParcelaDevedora.
           IF ParcelaPendente OR ParcelaAtrasada OR
                   ParcelaDataPagamento > WS-DataBase
               MOVE 'E' TO WS-TipoBusca
               MOVE ParcelaEmprestimoID TO WS-NumeroBusca
               PERFORM LocalizarLinha
               IF ParcelaValorPago NOT NUMERIC
                   MOVE 0 TO ParcelaValorPago
               END-IF
               MOVE ParcelaValorAmortizacao TO WS-AmortAberta
               IF ParcelaPendente OR ParcelaAtrasada
                   IF ParcelaValorPago < ParcelaValorAmortizacao
                       SUBTRACT ParcelaValorPago FROM WS-AmortAberta
                   ELSE
                       MOVE 0 TO WS-AmortAberta
                   END-IF
               END-IF
               IF WS-LinhaAchada = 'S'
                   ADD WS-AmortAberta TO WS-LnValor(WS-LnIdx)
               END-IF
           END-IF.

      * Carta ao cliente com as posições na data-base e o canhoto
      * de resposta; o cliente fica registrado como carta emitida.
       EmitirCarta.
           MOVE WS-AmCliente(WS-AmIdx) TO WS-ClienteBusca
           MOVE SPACES TO WS-NomeCliente
           MOVE SPACES TO WS-EnderecoCliente
           MOVE WS-ClienteBusca TO ClienteID
           READ ClienteFile
               INVALID KEY
                   MOVE 'CLIENTE SEM CADASTRO' TO WS-NomeCliente
               NOT INVALID KEY
                   MOVE ClienteNome TO WS-NomeCliente
                   MOVE ClienteEndereco TO WS-EnderecoCliente
           END-READ

           MOVE SPACES TO WS-CartaFileName
           STRING 'circ_' DELIMITED BY SIZE
                  WS-DataBase DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-ClienteBusca DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-CartaFileName
           OPEN OUTPUT CartaFile
           MOVE SPACES TO CartaLine
           STRING 'Ao cliente: ' DELIMITED BY SIZE
                  WS-NomeCliente DELIMITED BY SIZE
               INTO CartaLine
           WRITE CartaLine
           MOVE SPACES TO CartaLine
           STRING 'Endereço: ' DELIMITED BY SIZE
                  WS-EnderecoCliente DELIMITED BY SIZE
               INTO CartaLine
           WRITE CartaLine
           MOVE '----------------------------------------'
               TO CartaLine
           WRITE CartaLine
           MOVE SPACES TO CartaLine
           STRING 'Para atender à auditoria externa, pedimos a '
                  DELIMITED BY SIZE
                  'confirmação das posições' DELIMITED BY SIZE
               INTO CartaLine
           WRITE CartaLine
           MOVE SPACES TO CartaLine
           STRING 'abaixo na data-base ' DELIMITED BY SIZE
                  WS-DataBase DELIMITED BY SIZE
                  ', diretamente aos auditores.' DELIMITED BY SIZE
               INTO CartaLine
           WRITE CartaLine
           MOVE SPACES TO CartaLine
           WRITE CartaLine

           MOVE 0 TO WS-TotContas
           MOVE 0 TO WS-TotAplicacoes
           MOVE 0 TO WS-TotEmprestimos
           PERFORM VARYING WS-LnIdx FROM 1 BY 1
                   UNTIL WS-LnIdx > WS-QtdeLinhas
               IF WS-LnCliente(WS-LnIdx) = WS-ClienteBusca
                   PERFORM EscreverLinhaCarta
               END-IF
           END-PERFORM

           MOVE SPACES TO CartaLine
           WRITE CartaLine
           MOVE SPACES TO CartaLine
           STRING 'Confirmo as posições acima: [ ] sim  [ ] não - '
                  DELIMITED BY SIZE
                  'valor correto: ____________' DELIMITED BY SIZE
               INTO CartaLine
           WRITE CartaLine
           MOVE SPACES TO CartaLine
           STRING 'Referência: circularização ' DELIMITED BY SIZE
                  WS-DataBase DELIMITED BY SIZE
                  ' cliente ' DELIMITED BY SIZE
                  WS-ClienteBusca DELIMITED BY SIZE
               INTO CartaLine
           WRITE CartaLine
           CLOSE CartaFile
           ADD 1 TO WS-QtdeCartas

           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-ClienteBusca TO WS-SpoolAlvo(1:5)
           MOVE WS-CartaFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'CircularizacaoSaldos' 'CIRC' WS-OperadorID
               WS-SpoolAlvo 'S'

           MOVE SPACES TO CircularizacaoRecord
           MOVE WS-DataBase TO CircDataBase
           MOVE WS-ClienteBusca TO CircClienteID
           MOVE WS-Criterio TO CircCriterio
           MOVE WS-TotContas TO CircSaldoContas
           MOVE WS-TotAplicacoes TO CircSaldoAplicacoes
           MOVE WS-TotEmprestimos TO CircSaldoEmprestimos
           MOVE WS-DataHojeOrd TO CircDataEmissao
           MOVE 'E' TO CircStatus
           MOVE 0 TO CircDataResposta
           MOVE 0 TO CircValorInformado
           MOVE WS-OperadorID TO CircOperador
           WRITE CircularizacaoRecord.

       EscreverLinhaCarta.
           MOVE WS-LnValor(WS-LnIdx) TO WS-ValorEd
           MOVE SPACES TO CartaLine
           EVALUATE WS-LnTipo(WS-LnIdx)
               WHEN 'C'
                   ADD WS-LnValor(WS-LnIdx) TO WS-TotContas
                   STRING '  Conta ' DELIMITED BY SIZE
                          WS-LnNumero(WS-LnIdx) DELIMITED BY SIZE
                          '  saldo R$ ' DELIMITED BY SIZE
                          WS-ValorEd DELIMITED BY SIZE
                       INTO CartaLine
               WHEN 'A'
                   ADD WS-LnValor(WS-LnIdx) TO WS-TotAplicacoes
                   STRING '  CDB ' DELIMITED BY SIZE
                          WS-LnNumero(WS-LnIdx)(3:5) DELIMITED BY SIZE
                          '      saldo R$ ' DELIMITED BY SIZE
                          WS-ValorEd DELIMITED BY SIZE
                       INTO CartaLine
               WHEN 'E'
                   ADD WS-LnValor(WS-LnIdx) TO WS-TotEmprestimos
                   STRING '  Empréstimo ' DELIMITED BY SIZE
                          WS-LnNumero(WS-LnIdx)(3:5) DELIMITED BY SIZE
                          ' saldo devedor R$ ' DELIMITED BY SIZE
                          WS-ValorEd DELIMITED BY SIZE
                       INTO CartaLine
           END-EVALUATE
           WRITE CartaLine.

      * Resposta do cliente à carta da data-base: confirmada,
      * divergente (com o valor e o motivo informados) ou sem
      * resposta no prazo.
       RegistrarResposta.
           DISPLAY 'ClienteID da carta: '
           ACCEPT WS-ClienteInformado
           DISPLAY 'Resposta: [C]onfirmado, [D]ivergente, '
               '[S]em resposta: '
           ACCEPT WS-Resposta
           MOVE FUNCTION UPPER-CASE(WS-Resposta) TO WS-Resposta
           IF WS-Resposta NOT = 'C' AND WS-Resposta NOT = 'D' AND
                   WS-Resposta NOT = 'S'
               DISPLAY 'Resposta inválida.'
               STOP RUN
           END-IF
           MOVE 0 TO WS-ValorInformado
           MOVE SPACES TO WS-Observacao
           IF WS-Resposta = 'D'
               DISPLAY 'Valor total informado pelo cliente: '
               ACCEPT WS-ValorInformado
               DISPLAY 'Motivo apontado pelo cliente: '
               ACCEPT WS-Observacao
           END-IF

           MOVE 'N' TO WS-Achado
           OPEN I-O CircFile
           IF WS-CircFileStatus NOT = '00'
               DISPLAY 'Nenhuma circularização registrada.'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CircFileStatus = '10'
               READ CircFile INTO CircularizacaoRecord
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CircDataBase = WS-DataBase AND
                               CircClienteID = WS-ClienteInformado
                           MOVE 'S' TO WS-Achado
                           MOVE WS-Resposta TO CircStatus
                           MOVE WS-DataHojeOrd TO CircDataResposta
                           MOVE WS-ValorInformado
                               TO CircValorInformado
                           MOVE WS-Observacao TO CircObservacao
                           MOVE WS-OperadorID TO CircOperador
                           REWRITE CircularizacaoRecord
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CircFile
           IF WS-Achado = 'S'
               DISPLAY 'Resposta registrada.'
           ELSE
               DISPLAY 'Cliente fora da amostra da data-base '
                   WS-DataBase '.'
           END-IF.

      * Divergências e cartas sem resposta para a auditoria, com o
      * controle de retorno da amostra.
       RelatorioDivergencias.
           STRING 'circ_divergencias_' DELIMITED BY SIZE
                  WS-DataBase DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN INPUT CircFile
           IF WS-CircFileStatus NOT = '00'
               DISPLAY 'Nenhuma circularização registrada.'
               STOP RUN
           END-IF
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING 'CIRCULARIZAÇÃO DE SALDOS - DIVERGÊNCIAS - '
                  DELIMITED BY SIZE
                  'data-base ' DELIMITED BY SIZE
                  WS-DataBase DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'CLIENTE  SIT  RESPOSTA   ' DELIMITED BY SIZE
                  '    POSIÇÃO NA CARTA   VALOR INFORMADO'
                  DELIMITED BY SIZE
                  '         DIFERENÇA  MOTIVO' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine

           PERFORM UNTIL WS-CircFileStatus = '10'
               READ CircFile INTO CircularizacaoRecord
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CircDataBase = WS-DataBase
                           PERFORM ContarResposta
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CircFile

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Cartas emitidas: ' DELIMITED BY SIZE
                  WS-QtdeEmitidas DELIMITED BY SIZE
                  '  confirmadas: ' DELIMITED BY SIZE
                  WS-QtdeConfirmadas DELIMITED BY SIZE
                  '  divergentes: ' DELIMITED BY SIZE
                  WS-QtdeDivergentes DELIMITED BY SIZE
                  '  sem resposta: ' DELIMITED BY SIZE
                  WS-QtdeSemResposta DELIMITED BY SIZE
                  '  aguardando: ' DELIMITED BY SIZE
                  WS-QtdePendentes DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile

           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-DataBase TO WS-SpoolAlvo(1:8)
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'CircularizacaoSaldos' 'CIRC' WS-OperadorID
               WS-SpoolAlvo 'S'

           DISPLAY 'Cartas emitidas: ' WS-QtdeEmitidas
           DISPLAY 'Confirmadas: ' WS-QtdeConfirmadas
               '  divergentes: ' WS-QtdeDivergentes
               '  sem resposta: ' WS-QtdeSemResposta
               '  aguardando: ' WS-QtdePendentes
           DISPLAY 'Relatório: ' WS-ReportFileName.

       ContarResposta.
           ADD 1 TO WS-QtdeEmitidas
           COMPUTE WS-TotalCarta = CircSaldoContas +
               CircSaldoAplicacoes - CircSaldoEmprestimos
           EVALUATE TRUE
               WHEN CircConfirmada
                   ADD 1 TO WS-QtdeConfirmadas
               WHEN CircDivergente
                   ADD 1 TO WS-QtdeDivergentes
                   COMPUTE WS-Diferenca =
                       CircValorInformado - WS-TotalCarta
                   MOVE WS-TotalCarta TO WS-ValorEd
                   MOVE CircValorInformado TO WS-ValorEd2
                   MOVE WS-Diferenca TO WS-ValorEd3
                   MOVE SPACES TO ReportLine
                   STRING CircClienteID DELIMITED BY SIZE
                          '    D   ' DELIMITED BY SIZE
                          CircDataResposta DELIMITED BY SIZE
                          WS-ValorEd DELIMITED BY SIZE
                          WS-ValorEd2 DELIMITED BY SIZE
                          WS-ValorEd3 DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          CircObservacao DELIMITED BY SIZE
                       INTO ReportLine
                   WRITE ReportLine
               WHEN CircSemResposta
                   ADD 1 TO WS-QtdeSemResposta
                   MOVE WS-TotalCarta TO WS-ValorEd
                   MOVE SPACES TO ReportLine
                   STRING CircClienteID DELIMITED BY SIZE
                          '    S   ' DELIMITED BY SIZE
                          CircDataResposta DELIMITED BY SIZE
                          WS-ValorEd DELIMITED BY SIZE
                          '  sem resposta do cliente'
                          DELIMITED BY SIZE
                       INTO ReportLine
                   WRITE ReportLine
               WHEN OTHER
                   ADD 1 TO WS-QtdePendentes
           END-EVALUATE.

       END PROGRAM CircularizacaoSaldos.
