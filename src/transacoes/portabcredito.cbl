       IDENTIFICATION DIVISION.
       PROGRAM-ID. PortabilidadeCredito.

      *****************************************************************
      *  PortabilidadeCredito.cbl - Pedidos de portabilidade de
      *  crédito (portab_credito.dat), nos dois sentidos.
      *  Saída: registra o pedido recebido do banco proponente,
      *  apura o saldo devedor do contrato em emprestimos.dat, grava
      *  a contraproposta de retenção e a decisão do cliente; o
      *  contrato mantido na portabilidade é liquidado pelo
      *  CreditoInterbancario quando o TED do proponente chega com a
      *  referência PORT<pedido>.
      *  Entrada: cria contrato novo com o saldo devedor informado
      *  pelo credor original e grava a perna de pagamento em
      *  interbancarias.dat para a remessa do dia; o retorno da
      *  remessa conclui ou desfaz o pedido.
      *  Cada etapa abre pendência PORT com o prazo do parâmetro
      *  PEND-PRAZO-PORT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestFileStatus.

           SELECT ParcelaFile ASSIGN TO 'parcelas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParcelaFileStatus.

           SELECT EmprestimoSeqFile ASSIGN TO 'emprestseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestSeqFileStatus.

           SELECT ProtocoloSeqFile ASSIGN TO 'protseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProtSeqFileStatus.

           SELECT PortabCreditoFile ASSIGN TO 'portab_credito.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PortFileStatus.

           SELECT PortabSeqFile ASSIGN TO 'portcredseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PortSeqFileStatus.

           SELECT InterbancariaFile ASSIGN TO 'interbancarias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-InterFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  EmprestimoFile.
       COPY EMPRESTREC.

       FD  ParcelaFile.
       COPY PARCREC.

       FD  EmprestimoSeqFile.
       01  EmprestimoSeqRecord.
           05  SeqUltimoEmprestimoID  PIC 9(5).

       FD  ProtocoloSeqFile.
       01  ProtocoloSeqRecord.
           05  SeqUltimoProtocolo     PIC 9(10).

       FD  PortabCreditoFile.
       COPY PORTCREDREC.

       FD  PortabSeqFile.
       01  PortabSeqRecord.
           05  SeqUltimoPortCredID    PIC 9(5).

       FD  InterbancariaFile.
       COPY INTERREC.

       WORKING-STORAGE SECTION.
       01  WS-FileStatus        PIC XX.
       01  WS-EmprestFileStatus PIC XX.
       01  WS-ParcelaFileStatus PIC XX.
       01  WS-EmprestSeqFileStatus PIC XX.
       01  WS-ProtSeqFileStatus PIC XX.
       01  WS-PortFileStatus    PIC XX.
       01  WS-PortSeqFileStatus PIC XX.
       01  WS-InterFileStatus   PIC XX.
       01  WS-OperadorID        PIC X(10).
       01  WS-Opcao             PIC X VALUE ' '.
       01  WS-Decisao           PIC X VALUE ' '.
       01  WS-Confirmacao       PIC X VALUE 'N'.

       01  WS-EmprestimoBusca   PIC 9(5) VALUE 0.
       01  WS-ContratoAchado    PIC X VALUE 'N'.
       01  WS-ContaContrato     PIC 9(7) VALUE 0.
       01  WS-TaxaContrato      PIC 9V9(4) VALUE 0.
       01  WS-PedidoAberto      PIC X VALUE 'N'.

       01  WS-PedidoID          PIC 9(5) VALUE 0.
       01  WS-PedidoAchado      PIC X VALUE 'N'.
       01  WS-PedidoStatusNovo  PIC X VALUE ' '.
       01  WS-PedidoLimiteNovo  PIC 9(8) VALUE 0.
       01  WS-PedidoConclusao   PIC 9(8) VALUE 0.
       01  WS-BancoExterno      PIC 9(3) VALUE 0.
       01  WS-ContratoExterno   PIC X(12).
       01  WS-TaxaProposta      PIC 9V9(4) VALUE 0.
       01  WS-TaxaRetencao      PIC 9V9(4) VALUE 0.
       01  WS-PrazoPortab       PIC 9(2) VALUE 5.
       01  WS-DataLimite        PIC 9(8) VALUE 0.

      *    Composição do saldo devedor, no mesmo critério da
      *    quitação antecipada: vencidas pelo que falta pagar,
      *    amortização das por vencer e juro pro-rata da parcela do
      *    mês.
       01  WS-SaldoVencido      PIC 9(9)V99 VALUE 0.
       01  WS-SaldoAmortFutura  PIC 9(9)V99 VALUE 0.
       01  WS-SaldoJurosProRata PIC 9(9)V99 VALUE 0.
       01  WS-SaldoTotal        PIC 9(9)V99 VALUE 0.
       01  WS-SaldoParcelas     PIC 9(3) VALUE 0.
       01  WS-ProxVenc          PIC 9(8) VALUE 0.
       01  WS-ProxJuros         PIC 9(7)V99 VALUE 0.
       01  WS-DiasAteVenc       PIC S9(5) VALUE 0.
       01  WS-DiasCorridos      PIC S9(5) VALUE 0.

       01  WS-ContaNumero       PIC 9(7) VALUE 0.
       01  WS-ContaValida       PIC X VALUE 'N'.
       01  WS-ContaTitular      PIC A(50).
       01  WS-ContaClienteID    PIC 9(5) VALUE 0.
       01  WS-DossieSituacao    PIC X VALUE ' '.
       01  WS-DossiePendentes   PIC X(40) VALUE SPACES.
       01  WS-EmprestimoNovoID  PIC 9(5) VALUE 0.
       01  WS-ValorPrincipal    PIC 9(7)V99 VALUE 0.
       01  WS-TaxaMensal        PIC 9V9(4) VALUE 0.
       01  WS-PrazoMeses        PIC 9(3) VALUE 0.
       01  WS-ValorParcela      PIC 9(7)V99 VALUE 0.
       01  WS-FatorJuros        PIC 9(7)V9(8) VALUE 0.
       01  WS-UmMaisTaxa        PIC 9V9(4) VALUE 0.
       01  WS-ParcelaNum        PIC 9(9)V9(8) VALUE 0.
       01  WS-ParcelaDen        PIC 9V9(8) VALUE 0.
       01  WS-SaldoDevedor      PIC 9(9)V9(4) VALUE 0.
       01  WS-ParcelaJuros      PIC 9(7)V99 VALUE 0.
       01  WS-ParcelaAmort      PIC 9(7)V99 VALUE 0.
       01  WS-ParcelaIdx        PIC 9(3) VALUE 0.
       01  WS-MesVencimento     PIC 9(5) VALUE 0.
       01  WS-AnoVencimento     PIC 9(4) VALUE 0.
       01  WS-Protocolo         PIC 9(10) VALUE 0.
       01  WS-Listados          PIC 9(5) VALUE 0.
       01  WS-SituacaoTexto     PIC X(20).

       01  WS-PendOrigem        PIC X(20) VALUE 'PortabilidadeCredito'.
       01  WS-PendTipo          PIC X(4) VALUE 'PORT'.
       01  WS-PendValor         PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao     PIC X(60).

       01  WS-ParamNome         PIC X(20).
       01  WS-ParamValor        PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado       PIC X VALUE 'N'.

       01  WS-LogNivel          PIC X(10) VALUE 'INFO'.
       01  WS-LogMensagem       PIC X(100).
       01  WS-DataHoje.
           05  WS-AnoHoje       PIC 9(4).
           05  WS-MesHoje       PIC 9(2).
           05  WS-DiaHoje       PIC 9(2).
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY 'Informe o ID do operador: '
           ACCEPT WS-OperadorID

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           COMPUTE WS-DataHojeOrd =
               WS-AnoHoje * 10000 + WS-MesHoje * 100 + WS-DiaHoje
           PERFORM ObterPrazoPortabilidade

           DISPLAY 'Portabilidade de Crédito'
           DISPLAY '------------------------'
           DISPLAY '[S]aída - pedido de outro banco, [D]ecisão do'
           DISPLAY 'cliente na saída, [E]ntrada - trazer contrato,'
           DISPLAY '[L]istar pedidos: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

           EVALUATE WS-Opcao
               WHEN 'S'
                   PERFORM RegistrarSaida
               WHEN 'D'
                   PERFORM DecidirSaida
               WHEN 'E'
                   PERFORM RegistrarEntrada
               WHEN 'L'
                   PERFORM ListarPedidos
               WHEN OTHER
                   DISPLAY 'Opção inválida.'
           END-EVALUATE
           STOP RUN.

      * Prazo de cada etapa em dias corridos, o mesmo da pendência
      * PORT aberta para controlá-lo.
       ObterPrazoPortabilidade.
           MOVE 5 TO WS-PrazoPortab
           MOVE 'PEND-PRAZO-PORT' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
                   AND WS-ParamValor < 100
               MOVE WS-ParamValor TO WS-PrazoPortab
           END-IF
           COMPUTE WS-DataLimite = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) +
               WS-PrazoPortab).

      *****************************************************************
      * Saída: pedido do banco proponente. O saldo devedor apurado é
      * o valor que o TED precisa trazer para liquidar o contrato; a
      * contraproposta de retenção é opcional e vai ao cliente junto
      * com o saldo.
      *****************************************************************
       RegistrarSaida.
           DISPLAY 'Número do contrato a portar: '
           ACCEPT WS-EmprestimoBusca

           PERFORM LocalizarContrato
           IF WS-ContratoAchado = 'N'
               DISPLAY 'Contrato ativo não encontrado!'
           ELSE
               PERFORM VerificarPedidoAberto
               IF WS-PedidoAberto = 'S'
                   DISPLAY 'Contrato já tem pedido de portabilidade'
                   DISPLAY 'em andamento.'
               ELSE
                   DISPLAY 'Banco proponente (3 dígitos): '
                   ACCEPT WS-BancoExterno
                   DISPLAY 'Número do pedido no banco proponente: '
                   ACCEPT WS-ContratoExterno
                   DISPLAY 'Taxa mensal proposta (ex.: 0.0180): '
                   ACCEPT WS-TaxaProposta
                   PERFORM ApurarSaldoDevedor
                   IF WS-SaldoTotal <= 0
                       DISPLAY 'Contrato sem saldo devedor a portar.'
                   ELSE
                       DISPLAY 'Parcelas em aberto: '
                           WS-SaldoParcelas
                       DISPLAY 'Vencidas a pagar: R$ '
                           WS-SaldoVencido
                       DISPLAY 'Amortização restante: R$ '
                           WS-SaldoAmortFutura
                       DISPLAY 'Juros pro-rata do período: R$ '
                           WS-SaldoJurosProRata
                       DISPLAY 'Saldo devedor para portabilidade: R$ '
                           WS-SaldoTotal
                       DISPLAY 'Taxa atual do contrato: '
                           WS-TaxaContrato
                       DISPLAY 'Taxa da contraproposta de retenção'
                       DISPLAY '(0 = sem contraproposta): '
                       ACCEPT WS-TaxaRetencao
                       IF WS-TaxaRetencao >= WS-TaxaContrato
                           DISPLAY 'Contraproposta não reduz a taxa;'
                           DISPLAY 'registrada sem contraproposta.'
                           MOVE 0 TO WS-TaxaRetencao
                       END-IF
                       PERFORM GravarPedidoSaida
                   END-IF
               END-IF
           END-IF.

       LocalizarContrato.
           MOVE 'N' TO WS-ContratoAchado
           OPEN INPUT EmprestimoFile
           IF WS-EmprestFileStatus = '00'
               PERFORM UNTIL WS-EmprestFileStatus = '10'
                   READ EmprestimoFile INTO EmprestimoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EmprestimoID = WS-EmprestimoBusca AND
                                   EmprestimoAtivo
                               MOVE 'Y' TO WS-ContratoAchado
                               MOVE EmprestimoContaNumero
                                   TO WS-ContaContrato
                               MOVE EmprestimoTaxaMensal
                                   TO WS-TaxaContrato
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF.

       VerificarPedidoAberto.
           MOVE 'N' TO WS-PedidoAberto
           OPEN INPUT PortabCreditoFile
           IF WS-PortFileStatus = '00'
               PERFORM UNTIL WS-PortFileStatus = '10'
                   READ PortabCreditoFile INTO PortabCreditoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PortCredSaida AND
                                   PortCredEmprestimoID =
                                       WS-EmprestimoBusca AND
                                   (PortCredAberto OR PortCredMantido)
                               MOVE 'S' TO WS-PedidoAberto
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PortabCreditoFile
           END-IF.

       ApurarSaldoDevedor.
           MOVE 0 TO WS-SaldoVencido
           MOVE 0 TO WS-SaldoAmortFutura
           MOVE 0 TO WS-SaldoJurosProRata
           MOVE 0 TO WS-SaldoParcelas
           MOVE 0 TO WS-ProxVenc
           MOVE 0 TO WS-ProxJuros
           OPEN INPUT ParcelaFile
           IF WS-ParcelaFileStatus = '00'
               PERFORM UNTIL WS-ParcelaFileStatus = '10'
                   READ ParcelaFile INTO ParcelaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ParcelaEmprestimoID = WS-EmprestimoBusca
                                   AND (ParcelaPendente OR
                                       ParcelaAtrasada)
                               ADD 1 TO WS-SaldoParcelas
                               IF ParcelaValorPago NOT NUMERIC
                                   MOVE 0 TO ParcelaValorPago
                               END-IF
                               IF ParcelaDataVencimento <
                                       WS-DataHojeOrd
                                   ADD ParcelaValor
                                       TO WS-SaldoVencido
                                   SUBTRACT ParcelaValorPago
                                       FROM WS-SaldoVencido
                               ELSE
                                   ADD ParcelaValorAmortizacao
                                       TO WS-SaldoAmortFutura
                                   IF WS-ProxVenc = 0 OR
                                           ParcelaDataVencimento <
                                               WS-ProxVenc
                                       MOVE ParcelaDataVencimento
                                           TO WS-ProxVenc
                                       MOVE ParcelaValorJuros
                                           TO WS-ProxJuros
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF

           IF WS-ProxVenc NOT = 0
               COMPUTE WS-DiasAteVenc =
                   FUNCTION INTEGER-OF-DATE(WS-ProxVenc) -
                   FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd)
               COMPUTE WS-DiasCorridos = 30 - WS-DiasAteVenc
               IF WS-DiasCorridos > 0
                   COMPUTE WS-SaldoJurosProRata ROUNDED =
                       WS-ProxJuros * WS-DiasCorridos / 30
               END-IF
           END-IF

           COMPUTE WS-SaldoTotal =
               WS-SaldoVencido + WS-SaldoAmortFutura +
               WS-SaldoJurosProRata.

       GravarPedidoSaida.
           PERFORM ObterProximoPedidoID
           MOVE WS-PedidoID TO PortCredID
           MOVE 'S' TO PortCredSentido
           MOVE WS-EmprestimoBusca TO PortCredEmprestimoID
           MOVE WS-ContaContrato TO PortCredContaNumero
           MOVE WS-BancoExterno TO PortCredBanco
           MOVE WS-ContratoExterno TO PortCredContratoExterno
           MOVE WS-SaldoTotal TO PortCredSaldoDevedor
           MOVE WS-TaxaProposta TO PortCredTaxaProposta
           MOVE WS-TaxaRetencao TO PortCredTaxaRetencao
           MOVE 0 TO PortCredPrazoMeses
           MOVE WS-DataHojeOrd TO PortCredDataPedido
           MOVE WS-DataLimite TO PortCredDataLimite
           MOVE 0 TO PortCredDataConclusao
           MOVE 0 TO PortCredProtocolo
           MOVE WS-OperadorID TO PortCredOperadorID
           MOVE 'A' TO PortCredStatus
           PERFORM IncluirPedido

           MOVE WS-SaldoTotal TO WS-PendValor
           MOVE SPACES TO WS-PendDescricao
           STRING 'Portab saida ' DELIMITED BY SIZE
                  WS-PedidoID DELIMITED BY SIZE
                  ' contrato ' DELIMITED BY SIZE
                  WS-EmprestimoBusca DELIMITED BY SIZE
                  ': saldo e decisao ate ' DELIMITED BY SIZE
                  WS-DataLimite DELIMITED BY SIZE
               INTO WS-PendDescricao
           CALL 'RegistrarPendencia' USING WS-PendOrigem WS-PendTipo
               WS-ContaContrato WS-PendValor WS-PendDescricao

           DISPLAY 'Pedido de portabilidade ' WS-PedidoID
               ' registrado.'
           DISPLAY 'Informar ao banco ' WS-BancoExterno
               ' o saldo de R$ ' WS-SaldoTotal
           DISPLAY 'e a referência do TED: PORT' WS-PedidoID
           DISPLAY 'Decisão do cliente até ' WS-DataLimite

           MOVE SPACES TO WS-LogMensagem
           STRING 'Portabilidade de saida ' DELIMITED BY SIZE
                  WS-PedidoID DELIMITED BY SIZE
                  ' contrato ' DELIMITED BY SIZE
                  WS-EmprestimoBusca DELIMITED BY SIZE
                  ' operador ' DELIMITED BY SIZE
                  WS-OperadorID DELIMITED BY SIZE
               INTO WS-LogMensagem
           PERFORM RegistrarLog.

      *****************************************************************
      * Decisão do cliente sobre o pedido de saída: fica com a
      * contraproposta (retido; a nova taxa é efetivada pela
      * renegociação do contrato), mantém a portabilidade (aguarda o
      * TED do proponente) ou desiste.
      *****************************************************************
       DecidirSaida.
           DISPLAY 'Número do pedido de portabilidade: '
           ACCEPT WS-PedidoID
           PERFORM LocalizarPedido
           IF WS-PedidoAchado = 'N' OR NOT PortCredSaida OR
                   NOT PortCredAberto
               DISPLAY 'Pedido de saída aberto não encontrado!'
           ELSE
               DISPLAY 'Contrato: ' PortCredEmprestimoID
                   '  Banco proponente: ' PortCredBanco
               DISPLAY 'Saldo devedor informado: R$ '
                   PortCredSaldoDevedor
               DISPLAY 'Taxa proposta: ' PortCredTaxaProposta
                   '  Contraproposta: ' PortCredTaxaRetencao
               IF PortCredDataLimite < WS-DataHojeOrd
                   DISPLAY 'Atenção: prazo vencido em '
                       PortCredDataLimite
               END-IF
               DISPLAY 'Decisão: [R]etido pela contraproposta,'
               DISPLAY '[M]antém a portabilidade, [D]esiste: '
               ACCEPT WS-Decisao
               MOVE FUNCTION UPPER-CASE(WS-Decisao) TO WS-Decisao
               MOVE PortCredEmprestimoID TO WS-EmprestimoBusca
               MOVE PortCredContaNumero TO WS-ContaContrato
               MOVE PortCredSaldoDevedor TO WS-PendValor
               MOVE PortCredTaxaRetencao TO WS-TaxaRetencao
               MOVE PortCredBanco TO WS-BancoExterno
               EVALUATE WS-Decisao
                   WHEN 'R'
                       IF WS-TaxaRetencao = 0
                           DISPLAY 'Pedido sem contraproposta'
                           DISPLAY 'registrada.'
                       ELSE
                           PERFORM RegistrarRetencao
                       END-IF
                   WHEN 'M'
                       PERFORM RegistrarManutencao
                   WHEN 'D'
                       MOVE 'C' TO WS-PedidoStatusNovo
                       MOVE 0 TO WS-PedidoLimiteNovo
                       MOVE WS-DataHojeOrd TO WS-PedidoConclusao
                       PERFORM AtualizarPedido
                       DISPLAY 'Pedido ' WS-PedidoID
                           ' cancelado por desistência.'
                   WHEN OTHER
                       DISPLAY 'Decisão inválida.'
               END-EVALUATE
           END-IF.

       RegistrarRetencao.
           MOVE 'R' TO WS-PedidoStatusNovo
           MOVE 0 TO WS-PedidoLimiteNovo
           MOVE WS-DataHojeOrd TO WS-PedidoConclusao
           PERFORM AtualizarPedido

           MOVE SPACES TO WS-PendDescricao
           STRING 'Retencao portab ' DELIMITED BY SIZE
                  WS-PedidoID DELIMITED BY SIZE
                  ': renegociar contrato ' DELIMITED BY SIZE
                  WS-EmprestimoBusca DELIMITED BY SIZE
                  ' taxa ' DELIMITED BY SIZE
                  WS-TaxaRetencao DELIMITED BY SIZE
               INTO WS-PendDescricao
           CALL 'RegistrarPendencia' USING WS-PendOrigem WS-PendTipo
               WS-ContaContrato WS-PendValor WS-PendDescricao

           DISPLAY 'Cliente retido. Efetivar a nova taxa pela'
           DISPLAY 'renegociação do contrato ' WS-EmprestimoBusca
               ' até ' WS-DataLimite '.'.

       RegistrarManutencao.
           MOVE 'M' TO WS-PedidoStatusNovo
           MOVE WS-DataLimite TO WS-PedidoLimiteNovo
           MOVE 0 TO WS-PedidoConclusao
           PERFORM AtualizarPedido

           MOVE SPACES TO WS-PendDescricao
           STRING 'Portab saida ' DELIMITED BY SIZE
                  WS-PedidoID DELIMITED BY SIZE
                  ': aguardar TED banco ' DELIMITED BY SIZE
                  WS-BancoExterno DELIMITED BY SIZE
                  ' ate ' DELIMITED BY SIZE
                  WS-DataLimite DELIMITED BY SIZE
               INTO WS-PendDescricao
           CALL 'RegistrarPendencia' USING WS-PendOrigem WS-PendTipo
               WS-ContaContrato WS-PendValor WS-PendDescricao

           DISPLAY 'Portabilidade mantida. O contrato '
               WS-EmprestimoBusca ' será liquidado'
           DISPLAY 'pelo TED de referência PORT' WS-PedidoID
               ' até ' WS-DataLimite '.'.

       LocalizarPedido.
           MOVE 'N' TO WS-PedidoAchado
           OPEN INPUT PortabCreditoFile
           IF WS-PortFileStatus = '00'
               PERFORM UNTIL WS-PortFileStatus = '10'
                   READ PortabCreditoFile INTO PortabCreditoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PortCredID = WS-PedidoID
                               MOVE 'Y' TO WS-PedidoAchado
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PortabCreditoFile
           END-IF.

      * Limite zero mantém o prazo gravado; conclusão zero mantém o
      * pedido em andamento.
       AtualizarPedido.
           OPEN I-O PortabCreditoFile
           PERFORM UNTIL WS-PortFileStatus = '10'
               READ PortabCreditoFile INTO PortabCreditoRecord
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF PortCredID = WS-PedidoID
                           MOVE WS-PedidoStatusNovo TO PortCredStatus
                           IF WS-PedidoLimiteNovo NOT = 0
                               MOVE WS-PedidoLimiteNovo
                                   TO PortCredDataLimite
                           END-IF
                           MOVE WS-PedidoConclusao
                               TO PortCredDataConclusao
                           MOVE WS-OperadorID TO PortCredOperadorID
                           REWRITE PortabCreditoRecord
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PortabCreditoFile.

      *****************************************************************
      * Entrada: o contrato de outro banco vem para cá. O saldo
      * devedor informado pelo credor original vira o principal de
      * um contrato novo nas condições oferecidas, e o pagamento ao
      * credor sai pela remessa interbancária; nenhum dinheiro passa
      * pela conta do cliente.
      *****************************************************************
       RegistrarEntrada.
           DISPLAY 'Conta do cliente: '
           ACCEPT WS-ContaNumero
           PERFORM VerificarConta
           IF WS-ContaValida = 'N'
               DISPLAY 'Conta ativa não encontrada!'
           ELSE
      *        O contrato novo da entrada exige o dossiê completo,
      *        como qualquer contratação de crédito.
               CALL 'VerificarDossie' USING WS-ContaClienteID
                   WS-DossieSituacao WS-DossiePendentes
               IF WS-DossieSituacao NOT = 'C'
                   DISPLAY 'Dossiê documental incompleto!'
                   DISPLAY 'Portabilidade não permitida.'
                   DISPLAY WS-DossiePendentes
               ELSE
                   DISPLAY 'Titular: ' WS-ContaTitular
                   DISPLAY 'Banco credor original (3 dígitos): '
                   ACCEPT WS-BancoExterno
                   DISPLAY 'Contrato no banco credor: '
                   ACCEPT WS-ContratoExterno
                   DISPLAY 'Saldo devedor informado pelo credor: '
                   ACCEPT WS-ValorPrincipal
                   DISPLAY 'Taxa mensal oferecida (ex.: 0.0180): '
                   ACCEPT WS-TaxaMensal
                   DISPLAY 'Prazo em meses: '
                   ACCEPT WS-PrazoMeses
                   IF WS-ValorPrincipal = 0 OR WS-TaxaMensal = 0 OR
                           WS-PrazoMeses = 0
                       DISPLAY 'Saldo, taxa e prazo devem ser'
                       DISPLAY 'informados!'
                   ELSE
                       PERFORM CalcularParcela
                       DISPLAY 'Parcela (Tabela Price): R$ '
                           WS-ValorParcela ' em ' WS-PrazoMeses
                           ' meses'
                       DISPLAY 'Confirma a portabilidade? (S/N): '
                       ACCEPT WS-Confirmacao
                       IF WS-Confirmacao = 'S' OR WS-Confirmacao = 's'
                           PERFORM EfetivarEntrada
                       ELSE
                           DISPLAY 'Portabilidade cancelada.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VerificarConta.
           MOVE 'N' TO WS-ContaValida
           OPEN INPUT ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN INPUT ContaFile
           END-IF
           MOVE WS-ContaNumero TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ContaAtiva
                       MOVE 'S' TO WS-ContaValida
                       MOVE ContaTitular TO WS-ContaTitular
                       MOVE ContaClienteID TO WS-ContaClienteID
                   END-IF
           END-READ
           CLOSE ContaFile.

      * Parcela fixa pela Tabela Price:
      *   parcela = principal * i * (1+i)**n / ((1+i)**n - 1)
      * O fator (1+i)**n é acumulado por multiplicação.
       CalcularParcela.
           MOVE 1 TO WS-FatorJuros
           COMPUTE WS-UmMaisTaxa = 1 + WS-TaxaMensal
           PERFORM VARYING WS-ParcelaIdx FROM 1 BY 1
                   UNTIL WS-ParcelaIdx > WS-PrazoMeses
               COMPUTE WS-FatorJuros ROUNDED =
                   WS-FatorJuros * WS-UmMaisTaxa
           END-PERFORM
           COMPUTE WS-ParcelaNum =
               WS-ValorPrincipal * WS-TaxaMensal * WS-FatorJuros
           COMPUTE WS-ParcelaDen = WS-FatorJuros - 1
           COMPUTE WS-ValorParcela ROUNDED =
               WS-ParcelaNum / WS-ParcelaDen.

       EfetivarEntrada.
           PERFORM ObterProximoEmprestimoID
           PERFORM GravarContratoNovo
           PERFORM GravarCronogramaNovo
           PERFORM ObterProximoProtocolo
           PERFORM GravarPernaPagamento

           PERFORM ObterProximoPedidoID
           MOVE WS-PedidoID TO PortCredID
           MOVE 'E' TO PortCredSentido
           MOVE WS-EmprestimoNovoID TO PortCredEmprestimoID
           MOVE WS-ContaNumero TO PortCredContaNumero
           MOVE WS-BancoExterno TO PortCredBanco
           MOVE WS-ContratoExterno TO PortCredContratoExterno
           MOVE WS-ValorPrincipal TO PortCredSaldoDevedor
           MOVE WS-TaxaMensal TO PortCredTaxaProposta
           MOVE 0 TO PortCredTaxaRetencao
           MOVE WS-PrazoMeses TO PortCredPrazoMeses
           MOVE WS-DataHojeOrd TO PortCredDataPedido
           MOVE WS-DataLimite TO PortCredDataLimite
           MOVE 0 TO PortCredDataConclusao
           MOVE WS-Protocolo TO PortCredProtocolo
           MOVE WS-OperadorID TO PortCredOperadorID
           MOVE 'E' TO PortCredStatus
           PERFORM IncluirPedido

           MOVE WS-ValorPrincipal TO WS-PendValor
           MOVE SPACES TO WS-PendDescricao
           STRING 'Portab entrada ' DELIMITED BY SIZE
                  WS-PedidoID DELIMITED BY SIZE
                  ': confirmar liquidacao banco ' DELIMITED BY SIZE
                  WS-BancoExterno DELIMITED BY SIZE
                  ' ate ' DELIMITED BY SIZE
                  WS-DataLimite DELIMITED BY SIZE
               INTO WS-PendDescricao
           CALL 'RegistrarPendencia' USING WS-PendOrigem WS-PendTipo
               WS-ContaNumero WS-PendValor WS-PendDescricao

           DISPLAY 'Portabilidade de entrada ' WS-PedidoID
               ' registrada!'
           DISPLAY 'Contrato novo: ' WS-EmprestimoNovoID
           DISPLAY 'Pagamento de R$ ' WS-ValorPrincipal
               ' ao banco ' WS-BancoExterno
           DISPLAY 'segue na próxima remessa interbancária,'
               ' protocolo ' WS-Protocolo

           MOVE SPACES TO WS-LogMensagem
           STRING 'Portabilidade de entrada ' DELIMITED BY SIZE
                  WS-PedidoID DELIMITED BY SIZE
                  ' contrato ' DELIMITED BY SIZE
                  WS-EmprestimoNovoID DELIMITED BY SIZE
                  ' operador ' DELIMITED BY SIZE
                  WS-OperadorID DELIMITED BY SIZE
               INTO WS-LogMensagem
           PERFORM RegistrarLog.

       GravarContratoNovo.
           MOVE WS-EmprestimoNovoID TO EmprestimoID
           MOVE WS-ContaNumero TO EmprestimoContaNumero
           MOVE WS-ValorPrincipal TO EmprestimoValorPrincipal
           MOVE WS-TaxaMensal TO EmprestimoTaxaMensal
           MOVE WS-PrazoMeses TO EmprestimoPrazoMeses
           MOVE WS-ValorParcela TO EmprestimoValorParcela
           MOVE 0 TO EmprestimoParcelasPagas
           MOVE 0 TO EmprestimoParcelasAtraso
           MOVE WS-DataHojeOrd TO EmprestimoDataContratacao
           MOVE 'A' TO EmprestimoStatus
           MOVE 0 TO EmprestimoSucessorID
           MOVE 'N' TO EmprestimoModalidade
           MOVE 0 TO EmprestimoConvenioID
           MOVE 'N' TO EmprestimoSeguro
           MOVE 0 TO EmprestimoValorPremio

           OPEN EXTEND EmprestimoFile
           IF WS-EmprestFileStatus = '35'
               OPEN OUTPUT EmprestimoFile
           END-IF
           WRITE EmprestimoRecord
           CLOSE EmprestimoFile.

      * Uma parcela por mês a partir do mês seguinte, no mesmo dia
      * da portabilidade. Juros decrescentes e amortização crescente
      * sobre o saldo devedor (sistema Price).
       GravarCronogramaNovo.
           OPEN EXTEND ParcelaFile
           IF WS-ParcelaFileStatus = '35'
               OPEN OUTPUT ParcelaFile
           END-IF

           MOVE WS-ValorPrincipal TO WS-SaldoDevedor
           PERFORM VARYING WS-ParcelaIdx FROM 1 BY 1
                   UNTIL WS-ParcelaIdx > WS-PrazoMeses
               COMPUTE WS-ParcelaJuros ROUNDED =
                   WS-SaldoDevedor * WS-TaxaMensal
               COMPUTE WS-ParcelaAmort =
                   WS-ValorParcela - WS-ParcelaJuros
               SUBTRACT WS-ParcelaAmort FROM WS-SaldoDevedor

               MOVE WS-EmprestimoNovoID TO ParcelaEmprestimoID
               MOVE WS-ParcelaIdx TO ParcelaNumero
               MOVE WS-ContaNumero TO ParcelaContaNumero
               PERFORM CalcularVencimentoParcela
               MOVE WS-ValorParcela TO ParcelaValor
               MOVE WS-ParcelaJuros TO ParcelaValorJuros
               MOVE WS-ParcelaAmort TO ParcelaValorAmortizacao
               MOVE 0 TO ParcelaValorSeguro
               MOVE 0 TO ParcelaValorPago
               MOVE 0 TO ParcelaEncargosPagos
               MOVE 0 TO ParcelaDataBaseMora
               MOVE 0 TO ParcelaNossoNumero
               MOVE 0 TO ParcelaDataPagamento
               MOVE 'P' TO ParcelaStatus
               WRITE ParcelaRecord
           END-PERFORM
           CLOSE ParcelaFile.

       CalcularVencimentoParcela.
           COMPUTE WS-MesVencimento = WS-MesHoje + WS-ParcelaIdx
           MOVE WS-AnoHoje TO WS-AnoVencimento
           PERFORM UNTIL WS-MesVencimento <= 12
               SUBTRACT 12 FROM WS-MesVencimento
               ADD 1 TO WS-AnoVencimento
           END-PERFORM
           COMPUTE ParcelaDataVencimento =
               WS-AnoVencimento * 10000 + WS-MesVencimento * 100 +
               WS-DiaHoje.

      * Pagamento ao credor original: perna TED pendente para a
      * remessa do dia. A conta do cliente vai como origem só para
      * identificação; o retorno trata a perna pela portabilidade e
      * não estorna nada na conta.
       GravarPernaPagamento.
           MOVE WS-Protocolo TO InterProtocolo
           MOVE WS-ContaNumero TO InterContaOrigem
           MOVE WS-BancoExterno TO InterBancoDestino
           MOVE 0 TO InterAgenciaDestino
           MOVE WS-ContratoExterno TO InterContaDestino
           MOVE 'PORTABILIDADE DE CREDITO' TO InterFavorecido
           MOVE WS-ValorPrincipal TO InterValor
           MOVE 'T' TO InterTipo
           MOVE WS-DataHojeOrd TO InterData
           MOVE 'P' TO InterStatus

           OPEN EXTEND InterbancariaFile
           IF WS-InterFileStatus = '35'
               OPEN OUTPUT InterbancariaFile
           END-IF
           WRITE InterbancariaRecord
           CLOSE InterbancariaFile.

       ListarPedidos.
           MOVE 0 TO WS-Listados
           OPEN INPUT PortabCreditoFile
           IF WS-PortFileStatus NOT = '00'
               DISPLAY 'Nenhum pedido de portabilidade registrado.'
           ELSE
               DISPLAY 'Pedido S Contrato Banco Saldo devedor   '
                   'Limite   Situação'
               PERFORM UNTIL WS-PortFileStatus = '10'
                   READ PortabCreditoFile INTO PortabCreditoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM ExibirPedido
                   END-READ
               END-PERFORM
               CLOSE PortabCreditoFile
               DISPLAY 'Pedidos listados: ' WS-Listados
           END-IF.

       ExibirPedido.
           EVALUATE TRUE
               WHEN PortCredAberto
                   MOVE 'Aguarda decisão' TO WS-SituacaoTexto
               WHEN PortCredRetido
                   MOVE 'Retido' TO WS-SituacaoTexto
               WHEN PortCredMantido
                   MOVE 'Aguarda TED' TO WS-SituacaoTexto
               WHEN PortCredEnviado
                   MOVE 'Pagamento enviado' TO WS-SituacaoTexto
               WHEN PortCredLiquidado
                   MOVE 'Liquidado' TO WS-SituacaoTexto
               WHEN PortCredCancelado
                   MOVE 'Cancelado' TO WS-SituacaoTexto
               WHEN OTHER
                   MOVE 'Desconhecida' TO WS-SituacaoTexto
           END-EVALUATE
           IF (PortCredAberto OR PortCredMantido OR PortCredEnviado)
                   AND PortCredDataLimite < WS-DataHojeOrd
               MOVE 'PRAZO VENCIDO' TO WS-SituacaoTexto
           END-IF
           DISPLAY PortCredID ' ' PortCredSentido ' '
               PortCredEmprestimoID '    ' PortCredBanco '   '
               PortCredSaldoDevedor '  ' PortCredDataLimite ' '
               WS-SituacaoTexto
           ADD 1 TO WS-Listados.

       IncluirPedido.
           OPEN EXTEND PortabCreditoFile
           IF WS-PortFileStatus = '35'
               OPEN OUTPUT PortabCreditoFile
           END-IF
           WRITE PortabCreditoRecord
           CLOSE PortabCreditoFile.

       ObterProximoPedidoID.
           MOVE 0 TO WS-PedidoID
           OPEN INPUT PortabSeqFile
           IF WS-PortSeqFileStatus = '00'
               READ PortabSeqFile INTO PortabSeqRecord
                   NOT AT END
                       MOVE SeqUltimoPortCredID TO WS-PedidoID
               END-READ
               CLOSE PortabSeqFile
           END-IF
           ADD 1 TO WS-PedidoID
           MOVE WS-PedidoID TO SeqUltimoPortCredID
           OPEN OUTPUT PortabSeqFile
           WRITE PortabSeqRecord
           CLOSE PortabSeqFile.

       ObterProximoEmprestimoID.
           MOVE 0 TO WS-EmprestimoNovoID
           OPEN INPUT EmprestimoSeqFile
           IF WS-EmprestSeqFileStatus = '00'
               READ EmprestimoSeqFile INTO EmprestimoSeqRecord
                   NOT AT END
                       MOVE SeqUltimoEmprestimoID
                           TO WS-EmprestimoNovoID
               END-READ
               CLOSE EmprestimoSeqFile
           END-IF
           ADD 1 TO WS-EmprestimoNovoID
           MOVE WS-EmprestimoNovoID TO SeqUltimoEmprestimoID
           OPEN OUTPUT EmprestimoSeqFile
           WRITE EmprestimoSeqRecord
           CLOSE EmprestimoSeqFile.

       ObterProximoProtocolo.
           MOVE 0 TO WS-Protocolo
           OPEN INPUT ProtocoloSeqFile
           IF WS-ProtSeqFileStatus = '00'
               READ ProtocoloSeqFile INTO ProtocoloSeqRecord
                   NOT AT END
                       MOVE SeqUltimoProtocolo TO WS-Protocolo
               END-READ
               CLOSE ProtocoloSeqFile
           END-IF
           ADD 1 TO WS-Protocolo
           MOVE WS-Protocolo TO SeqUltimoProtocolo
           OPEN OUTPUT ProtocoloSeqFile
           WRITE ProtocoloSeqRecord
           CLOSE ProtocoloSeqFile.

       RegistrarLog.
           CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem.

       END PROGRAM PortabilidadeCredito.
