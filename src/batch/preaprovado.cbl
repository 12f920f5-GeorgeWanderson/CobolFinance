       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalculoPreAprovado.

      *****************************************************************
      *  CalculoPreAprovado.cbl - Cálculo mensal do crédito
      *  pré-aprovado por cliente. Para cada cliente ativo apura o
      *  saldo médio dos últimos PREAPROV-DIAS-MEDIA dias (padrão 90)
      *  em saldos_diarios.dat, o saldo devedor e o pior atraso já
      *  registrado em parcelas.dat e o pior nível de risco dos seus
      *  contratos na última classificação da carteira
      *  (provisao_AAAAMM.dat). Fica sem pré-aprovado o cliente
      *  negativado, de risco alto no KYC, sem renda declarada,
      *  falecido, menor de idade, com contrato em nível D a H ou com
      *  atraso histórico acima de PREAPROV-ATRASO-MAX dias (padrão
      *  30). Para os demais:
      *    empréstimo = (renda x PREAPROV-MULT-EMP + saldo médio
      *                  positivo) x fator - saldo devedor
      *    cheque especial = renda x PREAPROV-MULT-CHESP x fator
      *  com fator de 100%, reduzido a 50% pelo risco médio, a 80%
      *  pelo nível B e a 50% pelo nível C, e a 70% quando houve
      *  atraso dentro da tolerância (os redutores se multiplicam).
      *  O resultado substitui preaprovados.dat, vale
      *  PREAPROV-VALIDADE dias (padrão 30) e gera oferta na fila de
      *  notificações para quem tem ao menos PREAPROV-OFERTA-MIN
      *  reais (padrão 1.000,00) de empréstimo pré-aprovado.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT SaldoDiarioFile ASSIGN TO 'saldos_diarios.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SaldoDiaStatus.

           SELECT ParcelaFile ASSIGN TO 'parcelas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParcelaFileStatus.

           SELECT ProvisaoFile ASSIGN DYNAMIC WS-ProvisaoFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProvFileStatus.

           SELECT PreAprovadoFile ASSIGN TO 'preaprovados.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PreAprovFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
       COPY CLIEREC.

       FD  ContaFile.
       COPY CONTAREC.

       FD  SaldoDiarioFile.
       COPY SALDODIAREC.

       FD  ParcelaFile.
       COPY PARCREC.

       FD  ProvisaoFile.
       01  ProvisaoRecord.
           05  ProvEmprestimoID       PIC 9(5).
           05  ProvContaNumero        PIC 9(7).
           05  ProvNivel              PIC X(2).
           05  ProvDiasAtraso         PIC 9(5).
           05  ProvSaldoDevedor       PIC 9(9)V99.
           05  ProvPercentual         PIC 9(3)V99.
           05  ProvValor              PIC 9(9)V99.
      *        'EP' contrato de empréstimo (ProvEmprestimoID);
      *        'CC' cartão de crédito (ProvEmprestimoID = cliente).
           05  ProvModalidade         PIC X(2).

       FD  PreAprovadoFile.
       COPY PREAPROVREC.

       WORKING-STORAGE SECTION.
       01  WS-ClienteFileStatus   PIC XX.
       01  WS-FileStatus          PIC XX.
       01  WS-SaldoDiaStatus      PIC XX.
       01  WS-ParcelaFileStatus   PIC XX.
       01  WS-ProvFileStatus      PIC XX.
       01  WS-PreAprovFileStatus  PIC XX.
       01  WS-ProvisaoFileName    PIC X(40).
       01  WS-Competencia         PIC 9(6) VALUE 0.
       01  WS-CompetenciaAnt      PIC 9(6) VALUE 0.
       01  WS-AnoAnt              PIC 9(4) VALUE 0.
       01  WS-MesAnt              PIC 9(2) VALUE 0.
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-DataInicioMedia     PIC 9(8) VALUE 0.
       01  WS-DataValidade        PIC 9(8) VALUE 0.
      * Política do pré-aprovado (parametros.dat).
       01  WS-DiasMedia           PIC 9(3) VALUE 90.
       01  WS-MultEmprestimo      PIC 9(3)V99 VALUE 5.
       01  WS-MultChEspecial      PIC 9(3)V99 VALUE 1.
       01  WS-AtrasoMaximo        PIC 9(5) VALUE 30.
       01  WS-DiasValidade        PIC 9(3) VALUE 30.
       01  WS-OfertaMinima        PIC 9(9)V99 VALUE 1000.
      * Clientes ativos, com a base do cálculo.
       01  WS-ClQtde              PIC 9(4) VALUE 0.
       01  WS-ClTabela.
           05  WS-ClLinha OCCURS 1000 TIMES.
               10  WS-ClID            PIC 9(5).
               10  WS-ClRenda         PIC 9(7)V99.
               10  WS-ClRisco         PIC X(1).
               10  WS-ClMotivo        PIC X(1).
               10  WS-ClContaPrinc    PIC 9(7).
               10  WS-ClSaldoMedio    PIC S9(11)V99.
               10  WS-ClSaldoDevedor  PIC 9(9)V99.
               10  WS-ClAtrasoMax     PIC 9(5).
               10  WS-ClNivelOrd      PIC 9(1).
       01  WS-ClIdx               PIC 9(4) VALUE 0.
      * Contas dos clientes carregados, com o acumulado da média.
       01  WS-CtQtde              PIC 9(4) VALUE 0.
       01  WS-CtTabela.
           05  WS-CtLinha OCCURS 2000 TIMES.
               10  WS-CtConta         PIC 9(7).
               10  WS-CtCliIdx        PIC 9(4).
               10  WS-CtSoma          PIC S9(11)V99.
               10  WS-CtDias          PIC 9(3).
       01  WS-CtIdx               PIC 9(4) VALUE 0.
       01  WS-CtAchada            PIC X VALUE 'N'.
       01  WS-ContaProcurada      PIC 9(7) VALUE 0.
       01  WS-ClienteProcurado    PIC 9(5) VALUE 0.
       01  WS-TabelaEstourada     PIC X VALUE 'N'.
      * Níveis da régua de provisão na ordem AA, A, B, ... H.
       01  WS-NiveisValores       PIC X(18) VALUE 'AAA B C D E F G H '.
       01  WS-NiveisTabela REDEFINES WS-NiveisValores.
           05  WS-NivelCodigo     PIC X(2) OCCURS 9 TIMES.
       01  WS-NivelIdx            PIC 9(2) VALUE 0.
       01  WS-DiasAtraso          PIC 9(5) VALUE 0.
       01  WS-Fator               PIC 9V9(4) VALUE 0.
       01  WS-BaseEmprestimo      PIC S9(11)V99 VALUE 0.
       01  WS-LimiteEmprestimo    PIC S9(11)V99 VALUE 0.
       01  WS-LimiteChEspecial    PIC 9(9)V99 VALUE 0.
       01  WS-ClientesAvaliados   PIC 9(5) VALUE 0.
       01  WS-ClientesElegiveis   PIC 9(5) VALUE 0.
       01  WS-OfertasEnviadas     PIC 9(5) VALUE 0.
       01  WS-TotalPreAprovado    PIC 9(13)V99 VALUE 0.
       01  WS-NotifTipo           PIC X(4) VALUE 'PAPR'.
       01  WS-NotifTexto          PIC X(60).
       01  WS-NotifValor          PIC 9(7)V99 VALUE 0.
       01  WS-ValorEd             PIC Z(8)9.99.
       01  WS-ParamNome           PIC X(20).
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.
       01  WS-Mensagem            PIC X(50).
       01  WS-RunPrograma       PIC X(20) VALUE 'CalculoPreAprovado'.
       01  WS-RunCompetencia    PIC 9(8) VALUE 0.
       01  WS-RunOperador       PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado     PIC X VALUE 'N'.
       01  WS-ExecEvento        PIC X(3).
       01  WS-ExecSituacao      PIC X(4) VALUE 'OK  '.
       01  WS-ExecRejeitados    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd
           COMPUTE WS-Competencia = WS-AnoHoje * 100 + WS-MesHoje

      *    Guarda de reexecução mensal: a oferta não pode sair em
      *    dobro para o mesmo cliente.
           COMPUTE WS-RunCompetencia = WS-Competencia * 100
           CALL 'ControleExecucao' USING WS-RunPrograma
               WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           IF WS-RunAutorizado NOT = 'S'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-RunPrograma WS-ExecEvento
               WS-ClientesAvaliados WS-ClientesElegiveis
               WS-ExecRejeitados WS-ExecSituacao

           PERFORM CarregarParametros

           MOVE 'Calculando o crédito pré-aprovado...' TO WS-Mensagem
           DISPLAY WS-Mensagem

           PERFORM CarregarClientes
           IF WS-ClQtde = 0
               DISPLAY 'Nenhum cliente ativo no cadastro.'
           ELSE
               PERFORM CarregarContas
               PERFORM SomarSaldosDiarios
               PERFORM ApurarParcelas
               PERFORM ApurarClassificacao
               PERFORM GravarPreAprovados
           END-IF

           IF WS-TabelaEstourada = 'S'
               MOVE 'ALER' TO WS-ExecSituacao
               DISPLAY 'AVISO: tabela de clientes/contas esgotada.'
           END-IF

           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-RunPrograma WS-ExecEvento
               WS-ClientesAvaliados WS-ClientesElegiveis
               WS-ExecRejeitados WS-ExecSituacao

           DISPLAY 'Clientes avaliados: ' WS-ClientesAvaliados
           DISPLAY 'Clientes com pré-aprovado: ' WS-ClientesElegiveis
           DISPLAY 'Fora da política: ' WS-ExecRejeitados
           DISPLAY 'Total pré-aprovado em empréstimo: R$ '
               WS-TotalPreAprovado
           DISPLAY 'Ofertas enviadas: ' WS-OfertasEnviadas
           STOP RUN.

      * Multiplicadores sobre a renda mensal declarada; os prazos em
      * dias e os valores em reais.
       CarregarParametros.
           MOVE 'PREAPROV-DIAS-MEDIA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
               MOVE WS-ParamValor TO WS-DiasMedia
           END-IF
           MOVE 'PREAPROV-MULT-EMP' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
               MOVE WS-ParamValor TO WS-MultEmprestimo
           END-IF
           MOVE 'PREAPROV-MULT-CHESP' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor >= 0
               MOVE WS-ParamValor TO WS-MultChEspecial
           END-IF
           MOVE 'PREAPROV-ATRASO-MAX' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor >= 0
               MOVE WS-ParamValor TO WS-AtrasoMaximo
           END-IF
           MOVE 'PREAPROV-VALIDADE' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
               MOVE WS-ParamValor TO WS-DiasValidade
           END-IF
           MOVE 'PREAPROV-OFERTA-MIN' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor >= 0
               MOVE WS-ParamValor TO WS-OfertaMinima
           END-IF
           COMPUTE WS-DataInicioMedia = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) -
               WS-DiasMedia)
           COMPUTE WS-DataValidade = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) +
               WS-DiasValidade).

       CarregarClientes.
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '00'
               PERFORM UNTIL WS-ClienteFileStatus = '10'
                   READ ClienteFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ClienteAtivo
                               PERFORM IncluirCliente
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ClienteFile
           END-IF.

      * Os impedimentos de cadastro já saem marcados aqui; os de
      * atraso e de classificação são vistos depois das apurações.
       IncluirCliente.
           IF WS-ClQtde < 1000
               ADD 1 TO WS-ClQtde
               MOVE ClienteID TO WS-ClID(WS-ClQtde)
               MOVE ClienteRendaMensal TO WS-ClRenda(WS-ClQtde)
               MOVE ClienteRisco TO WS-ClRisco(WS-ClQtde)
               MOVE SPACE TO WS-ClMotivo(WS-ClQtde)
               MOVE 0 TO WS-ClContaPrinc(WS-ClQtde)
               MOVE 0 TO WS-ClSaldoMedio(WS-ClQtde)
               MOVE 0 TO WS-ClSaldoDevedor(WS-ClQtde)
               MOVE 0 TO WS-ClAtrasoMax(WS-ClQtde)
               MOVE 0 TO WS-ClNivelOrd(WS-ClQtde)
               IF ClienteFalecido OR ClienteMenorIdade
                   MOVE 'I' TO WS-ClMotivo(WS-ClQtde)
               ELSE
               IF ClienteNegativado = 'S'
                   MOVE 'N' TO WS-ClMotivo(WS-ClQtde)
               ELSE
               IF ClienteRiscoAlto
                   MOVE 'R' TO WS-ClMotivo(WS-ClQtde)
               ELSE
               IF ClienteRendaMensal = 0
                   MOVE 'S' TO WS-ClMotivo(WS-ClQtde)
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               MOVE 'S' TO WS-TabelaEstourada
           END-IF.

       CarregarContas.
           OPEN INPUT ContaFile
           IF WS-FileStatus = '00'
               PERFORM UNTIL WS-FileStatus = '10'
                   READ ContaFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF NOT ContaEncerrada
                               PERFORM IncluirConta
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContaFile
           END-IF.

      * A primeira conta ativa do cliente recebe a oferta.
       IncluirConta.
           MOVE ContaClienteID TO WS-ClienteProcurado
           PERFORM LocalizarCliente
           IF WS-ClIdx <= WS-ClQtde
               IF WS-CtQtde < 2000
                   ADD 1 TO WS-CtQtde
                   MOVE ContaNumero TO WS-CtConta(WS-CtQtde)
                   MOVE WS-ClIdx TO WS-CtCliIdx(WS-CtQtde)
                   MOVE 0 TO WS-CtSoma(WS-CtQtde)
                   MOVE 0 TO WS-CtDias(WS-CtQtde)
                   IF ContaAtiva AND WS-ClContaPrinc(WS-ClIdx) = 0
                       MOVE ContaNumero TO WS-ClContaPrinc(WS-ClIdx)
                   END-IF
               ELSE
                   MOVE 'S' TO WS-TabelaEstourada
               END-IF
           END-IF.

       LocalizarCliente.
           PERFORM VARYING WS-ClIdx FROM 1 BY 1
                   UNTIL WS-ClIdx > WS-ClQtde
                      OR WS-ClID(WS-ClIdx) = WS-ClienteProcurado
               CONTINUE
           END-PERFORM.

       LocalizarConta.
           MOVE 'N' TO WS-CtAchada
           PERFORM VARYING WS-CtIdx FROM 1 BY 1
                   UNTIL WS-CtIdx > WS-CtQtde
               IF WS-CtConta(WS-CtIdx) = WS-ContaProcurada
                   MOVE 'S' TO WS-CtAchada
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Saldo médio do cliente: soma dos saldos médios da janela de
      * cada conta (valor em reais, para as contas em moeda).
       SomarSaldosDiarios.
           OPEN INPUT SaldoDiarioFile
           IF WS-SaldoDiaStatus = '00'
               PERFORM UNTIL WS-SaldoDiaStatus = '10'
                   READ SaldoDiarioFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SaldoDiaData >= WS-DataInicioMedia
                               MOVE SaldoDiaConta
                                   TO WS-ContaProcurada
                               PERFORM LocalizarConta
                               IF WS-CtAchada = 'S'
                                   ADD SaldoDiaValorBRL
                                       TO WS-CtSoma(WS-CtIdx)
                                   ADD 1 TO WS-CtDias(WS-CtIdx)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SaldoDiarioFile
           END-IF
           PERFORM VARYING WS-CtIdx FROM 1 BY 1
                   UNTIL WS-CtIdx > WS-CtQtde
               IF WS-CtDias(WS-CtIdx) > 0
                   MOVE WS-CtCliIdx(WS-CtIdx) TO WS-ClIdx
                   COMPUTE WS-ClSaldoMedio(WS-ClIdx) ROUNDED =
                       WS-ClSaldoMedio(WS-ClIdx) +
                       WS-CtSoma(WS-CtIdx) / WS-CtDias(WS-CtIdx)
               END-IF
           END-PERFORM.

      * Saldo devedor pela amortização das parcelas em aberto; o
      * atraso histórico é o maior entre o pagamento e o vencimento
      * das parcelas pagas e o atraso corrente das vencidas.
       ApurarParcelas.
           OPEN INPUT ParcelaFile
           IF WS-ParcelaFileStatus = '00'
               PERFORM UNTIL WS-ParcelaFileStatus = '10'
                   READ ParcelaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE ParcelaContaNumero
                               TO WS-ContaProcurada
                           PERFORM LocalizarConta
                           IF WS-CtAchada = 'S'
                               MOVE WS-CtCliIdx(WS-CtIdx) TO WS-ClIdx
                               PERFORM AcumularParcela
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF.

       AcumularParcela.
           MOVE 0 TO WS-DiasAtraso
           IF ParcelaPendente OR ParcelaAtrasada
               ADD ParcelaValorAmortizacao
                   TO WS-ClSaldoDevedor(WS-ClIdx)
               IF ParcelaDataVencimento < WS-DataHojeOrd
                   COMPUTE WS-DiasAtraso =
                       FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) -
                       FUNCTION INTEGER-OF-DATE(ParcelaDataVencimento)
               END-IF
           ELSE
           IF ParcelaPaga AND ParcelaDataPagamento >
                   ParcelaDataVencimento
               COMPUTE WS-DiasAtraso =
                   FUNCTION INTEGER-OF-DATE(ParcelaDataPagamento) -
                   FUNCTION INTEGER-OF-DATE(ParcelaDataVencimento)
           END-IF
           END-IF
           IF WS-DiasAtraso > WS-ClAtrasoMax(WS-ClIdx)
               MOVE WS-DiasAtraso TO WS-ClAtrasoMax(WS-ClIdx)
           END-IF.

      * Última classificação da carteira: a da competência, se a
      * provisão do mês já rodou, senão a do mês anterior.
       ApurarClassificacao.
           MOVE WS-AnoHoje TO WS-AnoAnt
           MOVE WS-MesHoje TO WS-MesAnt
           IF WS-MesAnt = 1
               MOVE 12 TO WS-MesAnt
               SUBTRACT 1 FROM WS-AnoAnt
           ELSE
               SUBTRACT 1 FROM WS-MesAnt
           END-IF
           COMPUTE WS-CompetenciaAnt = WS-AnoAnt * 100 + WS-MesAnt
           MOVE SPACES TO WS-ProvisaoFileName
           STRING 'provisao_' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-ProvisaoFileName
           OPEN INPUT ProvisaoFile
           IF WS-ProvFileStatus NOT = '00'
               MOVE SPACES TO WS-ProvisaoFileName
               STRING 'provisao_' DELIMITED BY SIZE
                      WS-CompetenciaAnt DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                   INTO WS-ProvisaoFileName
               OPEN INPUT ProvisaoFile
           END-IF
           IF WS-ProvFileStatus = '00'
               PERFORM UNTIL WS-ProvFileStatus = '10'
                   READ ProvisaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM AcumularNivel
                   END-READ
               END-PERFORM
               CLOSE ProvisaoFile
           ELSE
               DISPLAY 'Sem classificação da carteira; níveis de'
               DISPLAY 'risco não considerados.'
           END-IF.

       AcumularNivel.
           MOVE WS-ClQtde TO WS-ClIdx
           ADD 1 TO WS-ClIdx
           IF ProvModalidade = 'CC'
               MOVE ProvEmprestimoID TO WS-ClienteProcurado
               PERFORM LocalizarCliente
           ELSE
               MOVE ProvContaNumero TO WS-ContaProcurada
               PERFORM LocalizarConta
               IF WS-CtAchada = 'S'
                   MOVE WS-CtCliIdx(WS-CtIdx) TO WS-ClIdx
               END-IF
           END-IF
           IF WS-ClIdx <= WS-ClQtde
               PERFORM VARYING WS-NivelIdx FROM 1 BY 1
                       UNTIL WS-NivelIdx > 9
                          OR WS-NivelCodigo(WS-NivelIdx) = ProvNivel
                   CONTINUE
               END-PERFORM
               IF WS-NivelIdx <= 9 AND
                       WS-NivelIdx > WS-ClNivelOrd(WS-ClIdx)
                   MOVE WS-NivelIdx TO WS-ClNivelOrd(WS-ClIdx)
               END-IF
           END-IF.

       GravarPreAprovados.
           OPEN OUTPUT PreAprovadoFile
           PERFORM VARYING WS-ClIdx FROM 1 BY 1
                   UNTIL WS-ClIdx > WS-ClQtde
               ADD 1 TO WS-ClientesAvaliados
               PERFORM CalcularLimites
               PERFORM GravarRegistroCliente
           END-PERFORM
           CLOSE PreAprovadoFile.

      * Nível D a H (ordem 5 em diante) e atraso acima da tolerância
      * tiram o cliente da política; os demais redutores se aplicam
      * em cascata sobre o fator.
       CalcularLimites.
           MOVE 0 TO WS-LimiteEmprestimo
           MOVE 0 TO WS-LimiteChEspecial
           IF WS-ClMotivo(WS-ClIdx) = SPACE
               IF WS-ClNivelOrd(WS-ClIdx) >= 5
                   MOVE 'C' TO WS-ClMotivo(WS-ClIdx)
               ELSE
               IF WS-ClAtrasoMax(WS-ClIdx) > WS-AtrasoMaximo
                   MOVE 'A' TO WS-ClMotivo(WS-ClIdx)
               END-IF
               END-IF
           END-IF
           IF WS-ClMotivo(WS-ClIdx) = SPACE
               MOVE 1 TO WS-Fator
               IF WS-ClRisco(WS-ClIdx) = 'M'
                   COMPUTE WS-Fator = WS-Fator * 0.50
               END-IF
               IF WS-ClNivelOrd(WS-ClIdx) = 3
                   COMPUTE WS-Fator = WS-Fator * 0.80
               END-IF
               IF WS-ClNivelOrd(WS-ClIdx) = 4
                   COMPUTE WS-Fator = WS-Fator * 0.50
               END-IF
               IF WS-ClAtrasoMax(WS-ClIdx) > 0
                   COMPUTE WS-Fator = WS-Fator * 0.70
               END-IF
               COMPUTE WS-BaseEmprestimo =
                   WS-ClRenda(WS-ClIdx) * WS-MultEmprestimo
               IF WS-ClSaldoMedio(WS-ClIdx) > 0
                   ADD WS-ClSaldoMedio(WS-ClIdx) TO WS-BaseEmprestimo
               END-IF
               COMPUTE WS-LimiteEmprestimo ROUNDED =
                   WS-BaseEmprestimo * WS-Fator -
                   WS-ClSaldoDevedor(WS-ClIdx)
               IF WS-LimiteEmprestimo < 0
                   MOVE 0 TO WS-LimiteEmprestimo
               END-IF
               COMPUTE WS-LimiteChEspecial ROUNDED =
                   WS-ClRenda(WS-ClIdx) * WS-MultChEspecial *
                   WS-Fator
           END-IF.

       GravarRegistroCliente.
           MOVE WS-ClID(WS-ClIdx) TO PreAprovClienteID
           MOVE WS-Competencia TO PreAprovCompetencia
           MOVE WS-DataHojeOrd TO PreAprovDataCalculo
           MOVE WS-DataValidade TO PreAprovDataValidade
           MOVE WS-LimiteEmprestimo TO PreAprovLimiteEmprestimo
           MOVE WS-LimiteChEspecial TO PreAprovLimiteChEspecial
           MOVE 0 TO PreAprovUtilizado
           MOVE WS-ClSaldoMedio(WS-ClIdx) TO PreAprovSaldoMedio
           MOVE WS-ClSaldoDevedor(WS-ClIdx) TO PreAprovSaldoDevedor
           MOVE WS-ClAtrasoMax(WS-ClIdx) TO PreAprovDiasAtrasoMax
           MOVE SPACES TO PreAprovNivel
           IF WS-ClNivelOrd(WS-ClIdx) > 0
               MOVE WS-NivelCodigo(WS-ClNivelOrd(WS-ClIdx))
                   TO PreAprovNivel
           END-IF
           MOVE WS-ClMotivo(WS-ClIdx) TO PreAprovMotivo
           WRITE PreAprovadoRecord

           IF WS-ClMotivo(WS-ClIdx) = SPACE
               ADD 1 TO WS-ClientesElegiveis
               ADD WS-LimiteEmprestimo TO WS-TotalPreAprovado
               IF WS-LimiteEmprestimo >= WS-OfertaMinima AND
                       WS-LimiteEmprestimo > 0
                   PERFORM EnviarOferta
               END-IF
           ELSE
               ADD 1 TO WS-ExecRejeitados
           END-IF.

       EnviarOferta.
           IF WS-LimiteEmprestimo > 9999999.99
               MOVE 9999999.99 TO WS-NotifValor
           ELSE
               MOVE WS-LimiteEmprestimo TO WS-NotifValor
           END-IF
           MOVE WS-LimiteEmprestimo TO WS-ValorEd
           MOVE SPACES TO WS-NotifTexto
           STRING 'Credito pre-aprovado de R$ ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
                  ' ate ' DELIMITED BY SIZE
                  WS-DataValidade DELIMITED BY SIZE
               INTO WS-NotifTexto
           CALL 'RegistrarNotificacao' USING WS-NotifTipo
               WS-ClID(WS-ClIdx) WS-ClContaPrinc(WS-ClIdx)
               WS-NotifValor WS-NotifTexto
           ADD 1 TO WS-OfertasEnviadas.

       END PROGRAM CalculoPreAprovado.
