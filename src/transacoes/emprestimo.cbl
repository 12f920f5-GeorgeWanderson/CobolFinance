               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

           SELECT TituloFile ASSIGN TO 'titulos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TitFileStatus.

           SELECT TituloSeqFile ASSIGN TO 'titseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TitSeqStatus.

           SELECT ConvenioFile ASSIGN TO 'convenios.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ConvFileStatus.

           SELECT AplicacaoFile ASSIGN TO 'aplicacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AplicFileStatus.

           SELECT ImpostoFile ASSIGN TO 'impostos_recolhidos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ImpFileStatus.

           SELECT OfertaChEspFile ASSIGN TO 'ofertas_chesp.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OfertaFileStatus.

           SELECT DemonstrativoFile ASSIGN DYNAMIC WS-DemonstrativoName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  ClienteFile.
       COPY CLIEREC.

       FD  TituloFile.
       COPY TITREC.

       FD  TituloSeqFile.
       01  TituloSeqRecord.
           05  SeqUltimoNossoNumero   PIC 9(10).

       FD  ConvenioFile.
       COPY CONVREC.

       FD  AplicacaoFile.
       COPY APLICREC.

       FD  ImpostoFile.
       COPY IMPREC.

       FD  OfertaChEspFile.
       COPY OFCHESPREC.

       FD  DemonstrativoFile.
       01  DemonstrativoLine          PIC X(100).

       01  WS-ParamValor        PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado       PIC X VALUE 'N'.
       01  WS-ContratoContaCli  PIC 9(5) VALUE 0.
      *    Exposição consolidada do grupo econômico do cliente.
       01  WS-GrupoID           PIC 9(5) VALUE 0.
       01  WS-GrupoLimite       PIC 9(11)V99 VALUE 0.
       01  WS-GrupoEmprestimos  PIC 9(11)V99 VALUE 0.
       01  WS-GrupoChEspecial   PIC 9(11)V99 VALUE 0.
       01  WS-GrupoCartao       PIC 9(11)V99 VALUE 0.
       01  WS-GrupoExposicao    PIC 9(11)V99 VALUE 0.
       01  WS-GrupoProjetada    PIC 9(11)V99 VALUE 0.
       01  WS-ExcessoGrupo      PIC X VALUE 'N'.
       01  WS-PreAprovOperacao  PIC X VALUE 'C'.
       01  WS-PreAprovDispon    PIC 9(9)V99 VALUE 0.
       01  WS-PreAprovChEsp     PIC 9(7)V99 VALUE 0.
       01  WS-PreAprovValidade  PIC 9(8) VALUE 0.
       01  WS-PreAprovValor     PIC 9(9)V99 VALUE 0.
       01  WS-PreAprovAchado    PIC X VALUE 'N'.
       01  WS-DentroPreAprov    PIC X VALUE 'N'.
       01  WS-VendaProduto      PIC X(4) VALUE 'EMPR'.
       01  WS-VendaChave        PIC 9(7) VALUE 0.
       01  WS-VendaComplemento  PIC 9(5) VALUE 0.
       01  WS-VendaValor        PIC 9(9)V99 VALUE 0.
       01  WS-VendaPrazo        PIC 9(4) VALUE 0.
       01  WS-DemonstrativoStatus PIC XX.
       01  WS-DemonstrativoName PIC X(40).
       01  WS-QuitContratoID    PIC 9(5) VALUE 0.
       01  WS-QuitDiasCorridos  PIC S9(5) VALUE 0.
       01  WS-QuitConfirma      PIC X VALUE 'N'.
       01  WS-ContaLimiteQuit   PIC 9(7)V99 VALUE 0.
       01  WS-CaucaoNovoContrato PIC 9(5) VALUE 0.
       01  WS-AplicFileStatus   PIC XX.
       01  WS-RespGarantia      PIC X VALUE 'N'.
       01  WS-GarantiaAplicID   PIC 9(5) VALUE 0.
       01  WS-GarantiaSaldo     PIC 9(7)V99 VALUE 0.
       01  WS-GarantiaValida    PIC X VALUE 'N'.
       01  WS-DescontoGarantia  PIC 9(3)V99 VALUE 20.
       01  WS-CaucaoQtde        PIC 9(3) VALUE 0.
       01  WS-RespSeguro        PIC X VALUE 'N'.
       01  WS-Seguro            PIC X VALUE 'N'.
       01  WS-TaxaSeguro        PIC 9V9(4) VALUE 0.0007.
       01  WS-ValorSolicitado   PIC 9(7)V99 VALUE 0.
       01  WS-ValorPremio       PIC 9(7)V99 VALUE 0.
       01  WS-ValorLiberado     PIC 9(7)V99 VALUE 0.
       01  WS-SeguroAcumulado   PIC 9(7)V99 VALUE 0.
       01  WS-FatorPremio       PIC 9(3)V9(6) VALUE 0.
       01  WS-ImpFileStatus     PIC XX.
       01  WS-ClienteTipoPessoa PIC X VALUE 'F'.
      * IOF sobre a operação de crédito, em percentual: alíquota
      * diária (PF ou PJ) sobre cada amortização pelo prazo até o
      * vencimento, limitado a 365 dias, mais o adicional fixo.
       01  WS-IOFDiarioPct      PIC 9V9(4) VALUE 0.0082.
       01  WS-IOFAdicionalPct   PIC 9V9(4) VALUE 0.38.
       01  WS-IOFDias           PIC 9(5) VALUE 0.
       01  WS-IOFBaseDiaria     PIC 9(11)V9(4) VALUE 0.
       01  WS-IOFDiario         PIC 9(7)V99 VALUE 0.
       01  WS-IOFAdicional      PIC 9(7)V99 VALUE 0.
       01  WS-ValorIOF          PIC 9(7)V99 VALUE 0.
       01  WS-ConfirmaContrato  PIC X VALUE 'N'.
       01  WS-ClienteDocumento  PIC X(14).
       01  WS-ContaAgencia      PIC 9(4) VALUE 0.
       01  WS-DataVencimento    PIC 9(8) VALUE 0.
       01  WS-TarifaContrato    PIC 9(7)V99 VALUE 0.
      * Custo Efetivo Total: taxa mensal que iguala o valor líquido
      * recebido pelo cliente (solicitado menos IOF e tarifa) às
      * parcelas descontadas, achada por bisseção; a anual é a
      * mensal capitalizada em 12 meses.
       01  WS-CETValorLiquido   PIC 9(9)V99 VALUE 0.
       01  WS-CETMensal         PIC 9V9(8) VALUE 0.
       01  WS-CETMinimo         PIC 9V9(8) VALUE 0.
       01  WS-CETMaximo         PIC 9V9(8) VALUE 0.
       01  WS-CETIteracao       PIC 9(3) VALUE 0.
       01  WS-CETDesconto       PIC 9V9(14) VALUE 0.
       01  WS-CETValorPresente  PIC 9(11)V9(4) VALUE 0.
       01  WS-CETFatorAnual     PIC 9(7)V9(8) VALUE 0.
       01  WS-CETMensalPct      PIC 9(3)V9(4) VALUE 0.
       01  WS-CETAnualPct       PIC 9(7)V99 VALUE 0.
       01  WS-CedulaStatus      PIC X VALUE 'N'.
       01  WS-SpoolArquivo      PIC X(40).
       01  WS-SpoolAlvo         PIC X(20).
       01  WS-OfertaFileStatus  PIC XX.
       01  WS-OfertaAchada      PIC X VALUE 'N'.
       01  WS-OfertaTaxa        PIC 9V9(4) VALUE 0.
       01  WS-OfertaPrazoMax    PIC 9(3) VALUE 0.
       01  WS-OfertaValidade    PIC 9(8) VALUE 0.
      * Carnê de boletos das parcelas pela nossa cobrança.
       01  WS-TitFileStatus     PIC XX.
       01  WS-TitSeqStatus      PIC XX.
       01  WS-RespCarne         PIC X VALUE 'N'.
       01  WS-CarneContratoID   PIC 9(5) VALUE 0.
       01  WS-CarneBoletos      PIC 9(3) VALUE 0.
       01  WS-CarneValor        PIC 9(7)V99 VALUE 0.
       01  WS-CarneVencimento   PIC 9(8) VALUE 0.
       01  WS-NossoNumeroNovo   PIC 9(10) VALUE 0.
       01  WS-FatorVencimento   PIC 9(4) VALUE 0.
       01  WS-ValorCentavos     PIC 9(10) VALUE 0.
       01  WS-LinhaMontada      PIC X(47).

       01  WS-OperFileStatus    PIC XX.
       01  WS-OperPerfil        PIC X VALUE ' '.
       01  WS-MovGravado        PIC X VALUE 'N'.
       01  WS-DossieSituacao    PIC X VALUE ' '.
       01  WS-DossiePendentes   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
                   DISPLAY 'PIN incorreto! Operação não permitida.'
               ELSE
                   DISPLAY 'Operação: [C]ontratar, [Q]uitar'
                   DISPLAY 'antecipadamente, [P]arcelar cheque'
                   DISPLAY 'especial, [B]oletos - carnê das parcelas: '
                   ACCEPT WS-Operacao
                   MOVE FUNCTION UPPER-CASE(WS-Operacao)
                       TO WS-Operacao
                   IF WS-Operacao = 'Q'
                       PERFORM QuitarEmprestimo
                   ELSE
                   IF WS-Operacao = 'B'
                       PERFORM PedirCarne
                   ELSE
      *            Crédito novo só com o dossiê documental completo.
                   CALL 'VerificarDossie' USING WS-ContaClienteID
                       WS-DossieSituacao WS-DossiePendentes
                   IF WS-DossieSituacao NOT = 'C'
                       DISPLAY 'Dossiê documental incompleto!'
                       DISPLAY 'Contratação não permitida.'
                       DISPLAY WS-DossiePendentes
                   ELSE
                   IF WS-Operacao = 'P'
                       PERFORM ParcelarChequeEspecial
                   ELSE
                       PERFORM ContratarEmprestimo
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF

      *    Garantia: CDB livre da própria conta fica caucionado ao
      *    contrato em troca de desconto na taxa (percentual sobre a
      *    taxa informada, em TAXA-DESC-GARANTIA).
           MOVE 0 TO WS-GarantiaAplicID
           DISPLAY 'Oferece CDB em garantia? (S/N): '
           ACCEPT WS-RespGarantia
           IF WS-RespGarantia = 'S' OR WS-RespGarantia = 's'
               DISPLAY 'Número da aplicação dada em garantia: '
               ACCEPT WS-GarantiaAplicID
               PERFORM ValidarAplicacaoGarantia
               IF WS-GarantiaValida = 'N'
                   DISPLAY 'Aplicação inexistente, de outra conta'
                   DISPLAY 'ou já caucionada!'
                   MOVE 0 TO WS-ValorPrincipal
               ELSE
                   PERFORM AplicarDescontoGarantia
               END-IF
           END-IF

      *    Seguro prestamista: prêmio único financiado junto com o
      *    valor solicitado, quitando o saldo devedor no óbito do
      *    titular.
           MOVE 'N' TO WS-Seguro
           MOVE 0 TO WS-ValorPremio
           DISPLAY 'Contratar seguro prestamista? (S/N): '
           ACCEPT WS-RespSeguro
           IF WS-RespSeguro = 'S' OR WS-RespSeguro = 's'
               MOVE 'S' TO WS-Seguro
           END-IF

           IF WS-ValorPrincipal <= 0
               DISPLAY 'Valor do empréstimo deve ser positivo!'
           ELSE
           IF WS-TaxaMensal = 0
               DISPLAY 'Taxa mensal deve ser informada!'
           ELSE
               MOVE WS-ValorPrincipal TO WS-ValorSolicitado
               IF WS-Seguro = 'S'
                   PERFORM CalcularPremioSeguro
               END-IF
               PERFORM CalcularParcela
               DISPLAY 'Valor da parcela (Tabela Price): R$ '
                   WS-ValorParcela
                   DISPLAY 'Contratação não aprovada pela análise'
                   DISPLAY 'de crédito.'
               ELSE
               PERFORM CalcularIOFCredito
               PERFORM CalcularCET
      *        A cédula sai antes da assinatura: o número do contrato
      *        é reservado já aqui e fica sem uso se o cliente
      *        desistir.
               PERFORM ObterProximoEmprestimoID
               PERFORM EmitirCedula
               DISPLAY 'Confirma a contratação? (S/N): '
               ACCEPT WS-ConfirmaContrato
               IF WS-ConfirmaContrato NOT = 'S' AND
                       WS-ConfirmaContrato NOT = 's'
                   DISPLAY 'Contratação cancelada pelo cliente.'
                   DISPLAY 'Cédula ' WS-DemonstrativoName
                       ' não assinada.'
               ELSE
                   PERFORM GravarContrato
                   PERFORM GravarCronograma
                   IF WS-DentroPreAprov = 'S'
                       PERFORM RegistrarUsoPreAprovado
                   END-IF
                   MOVE WS-EmprestimoID TO WS-VendaChave
                   MOVE WS-ValorPrincipal TO WS-VendaValor
                   MOVE WS-PrazoMeses TO WS-VendaPrazo
                   CALL 'RegistrarVenda' USING WS-VendaProduto
                       WS-OperadorID WS-VendaChave WS-VendaComplemento
                       WS-VendaValor WS-VendaPrazo
                   IF WS-GarantiaAplicID > 0
                       PERFORM VincularGarantia
                   END-IF
                   PERFORM LiberarCredito
      *            Consignado é retido na folha e não leva carnê.
                   IF WS-Modalidade NOT = 'C'
                       DISPLAY 'Emitir carnê de boletos das parcelas?'
                       DISPLAY '(S/N): '
                       ACCEPT WS-RespCarne
                       IF WS-RespCarne = 'S' OR WS-RespCarne = 's'
                           MOVE WS-EmprestimoID TO WS-CarneContratoID
                           PERFORM EmitirCarne
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      * Parcelamento do cheque especial: a conta com oferta aberta e
      * dentro da validade (OfertaParcelamento) converte o saldo
      * devedor do dia em contrato com cronograma, na taxa e até o
      * prazo da oferta. O IOF é financiado junto; o crédito da
      * liberação zera o saldo negativo e a conta sai do limite. Não
      * há nova análise de crédito (a dívida já existe e fica mais
      * barata), seguro, garantia nem tarifa de contratação.
       ParcelarChequeEspecial.
           PERFORM LocalizarOfertaParcelamento
           IF WS-OfertaAchada = 'N'
               DISPLAY 'Conta sem oferta de parcelamento em aberto!'
           ELSE
           IF WS-ContaSaldo >= 0
               DISPLAY 'Conta não está usando o cheque especial!'
           ELSE
               COMPUTE WS-ValorSolicitado = 0 - WS-ContaSaldo
               MOVE WS-ValorSolicitado TO WS-ValorPrincipal
               MOVE WS-OfertaTaxa TO WS-TaxaMensal
               DISPLAY 'Saldo devedor do cheque especial: R$ '
                   WS-ValorSolicitado
               DISPLAY 'Taxa da oferta: ' WS-TaxaMensal ' a.m.'
               DISPLAY 'Prazo em meses (máximo ' WS-OfertaPrazoMax
                   '): '
               ACCEPT WS-PrazoMeses
               IF WS-PrazoMeses = 0 OR
                       WS-PrazoMeses > WS-OfertaPrazoMax
                   DISPLAY 'Prazo fora do limite da oferta!'
               ELSE
                   MOVE 'P' TO WS-Modalidade
                   MOVE 0 TO WS-ConvenioFolha
                   MOVE 0 TO WS-GarantiaAplicID
                   MOVE 'N' TO WS-Seguro
                   MOVE 0 TO WS-ValorPremio
                   PERFORM CalcularParcela
                   PERFORM CalcularIOFCredito
                   ADD WS-ValorIOF TO WS-ValorPrincipal
                   PERFORM CalcularParcela
                   DISPLAY 'Valor financiado com o IOF: R$ '
                       WS-ValorPrincipal
                   DISPLAY 'Valor da parcela (Tabela Price): R$ '
                       WS-ValorParcela
                   PERFORM CalcularCET
                   PERFORM ObterProximoEmprestimoID
                   PERFORM EmitirCedula
                   DISPLAY 'Confirma o parcelamento? (S/N): '
                   ACCEPT WS-ConfirmaContrato
                   IF WS-ConfirmaContrato NOT = 'S' AND
                           WS-ConfirmaContrato NOT = 's'
                       DISPLAY 'Parcelamento cancelado pelo cliente.'
                       DISPLAY 'Cédula ' WS-DemonstrativoName
                           ' não assinada.'
                   ELSE
                       PERFORM GravarContrato
                       PERFORM GravarCronograma
                       PERFORM LiberarCredito
                       PERFORM MarcarOfertaConvertida
                   END-IF
               END-IF
           END-IF
           END-IF.

       LocalizarOfertaParcelamento.
           MOVE 'N' TO WS-OfertaAchada
           OPEN INPUT OfertaChEspFile
           IF WS-OfertaFileStatus = '00'
               PERFORM UNTIL WS-OfertaFileStatus = '10'
                   READ OfertaChEspFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OfertaContaNumero = WS-ContaNumero AND
                                   OfertaAberta AND
                                   OfertaDataValidade >= WS-DataHojeOrd
                               MOVE 'S' TO WS-OfertaAchada
                               MOVE OfertaTaxaMensal TO WS-OfertaTaxa
                               MOVE OfertaPrazoMaximo
                                   TO WS-OfertaPrazoMax
                               MOVE OfertaDataValidade
                                   TO WS-OfertaValidade
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OfertaChEspFile
           END-IF.

       MarcarOfertaConvertida.
           OPEN I-O OfertaChEspFile
           IF WS-OfertaFileStatus = '00'
               PERFORM UNTIL WS-OfertaFileStatus = '10'
                   READ OfertaChEspFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OfertaContaNumero = WS-ContaNumero AND
                                   OfertaAberta
                               MOVE 'C' TO OfertaStatus
                               MOVE WS-EmprestimoID
                                   TO OfertaEmprestimoID
                               MOVE WS-DataHojeOrd
                                   TO OfertaDataConversao
                               REWRITE OfertaChEspRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OfertaChEspFile
           END-IF.

       ValidarAplicacaoGarantia.
           MOVE 'N' TO WS-GarantiaValida
           MOVE 0 TO WS-GarantiaSaldo
           OPEN INPUT AplicacaoFile
           IF WS-AplicFileStatus = '00'
               PERFORM UNTIL WS-AplicFileStatus = '10'
                   READ AplicacaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AplicacaoID = WS-GarantiaAplicID
                               IF AplicacaoAtiva AND
                                       AplicacaoContaNumero =
                                           WS-ContaNumero AND
                                       NOT AplicacaoCaucionada
                                   MOVE 'S' TO WS-GarantiaValida
                                   MOVE AplicacaoSaldoAtual
                                       TO WS-GarantiaSaldo
                               END-IF
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AplicacaoFile
           END-IF.

       AplicarDescontoGarantia.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ParamDataRef
           MOVE 'TAXA-DESC-GARANTIA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-DescontoGarantia
           END-IF
           COMPUTE WS-TaxaMensal ROUNDED =
               WS-TaxaMensal * (100 - WS-DescontoGarantia) / 100
           DISPLAY 'Garantia: CDB ' WS-GarantiaAplicID ' saldo R$ '
               WS-GarantiaSaldo
           DISPLAY 'Taxa mensal com garantia: ' WS-TaxaMensal.

      * A caução grava o número do contrato na aplicação; resgate,
      * liquidação no vencimento e resgate automático passam a
      * recusá-la até a quitação ou a execução pela régua.
       VincularGarantia.
           OPEN I-O AplicacaoFile
           IF WS-AplicFileStatus = '00'
               PERFORM UNTIL WS-AplicFileStatus = '10'
                   READ AplicacaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AplicacaoID = WS-GarantiaAplicID AND
                                   AplicacaoAtiva
                               MOVE WS-EmprestimoID
                                   TO AplicacaoEmprestimoGarantia
                               REWRITE AplicacaoRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AplicacaoFile
           END-IF
           DISPLAY 'CDB ' WS-GarantiaAplicID
               ' caucionado ao contrato ' WS-EmprestimoID '.'.

      * Prêmio único do prestamista: taxa mensal parametrizada
      * (SEGURO-PREST-TAXA) sobre o valor solicitado pelo prazo do
      * contrato. O prêmio entra no principal financiado; o crédito
      * em conta é só o valor solicitado.
       CalcularPremioSeguro.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ParamDataRef
           MOVE 'SEGURO-PREST-TAXA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-TaxaSeguro
           END-IF
           COMPUTE WS-ValorPremio ROUNDED =
               WS-ValorSolicitado * WS-TaxaSeguro * WS-PrazoMeses
           COMPUTE WS-ValorPrincipal =
               WS-ValorSolicitado + WS-ValorPremio
           DISPLAY 'Prêmio do seguro prestamista: R$ ' WS-ValorPremio
           DISPLAY 'Valor financiado com o seguro: R$ '
               WS-ValorPrincipal.

      * Principal reduzido pela análise de crédito com seguro: o
      * teto vale para o total financiado, e o prêmio é repartido de
      * novo na mesma proporção sobre o valor que sobra.
       RepartirPremioSeguro.
           COMPUTE WS-FatorPremio = 1 + WS-TaxaSeguro * WS-PrazoMeses
           COMPUTE WS-ValorSolicitado ROUNDED =
               WS-ValorPrincipal / WS-FatorPremio
           COMPUTE WS-ValorPremio =
               WS-ValorPrincipal - WS-ValorSolicitado
           DISPLAY 'Prêmio do seguro prestamista: R$ ' WS-ValorPremio.

      * Parcela fixa pela Tabela Price:
      *   parcela = principal * i * (1+i)**n / ((1+i)**n - 1)
      * O fator (1+i)**n é acumulado por multiplicação.
           MOVE 0 TO EmprestimoSucessorID
           MOVE WS-Modalidade TO EmprestimoModalidade
           MOVE WS-ConvenioFolha TO EmprestimoConvenioID
           MOVE WS-Seguro TO EmprestimoSeguro
           MOVE WS-ValorPremio TO EmprestimoValorPremio

           OPEN EXTEND EmprestimoFile
           IF WS-EmprestFileStatus = '35'
           END-IF

           MOVE WS-ValorPrincipal TO WS-SaldoDevedor
           MOVE 0 TO WS-SeguroAcumulado
           PERFORM VARYING WS-ParcelaIdx FROM 1 BY 1
                   UNTIL WS-ParcelaIdx > WS-PrazoMeses
               COMPUTE WS-ParcelaJuros ROUNDED =
               MOVE WS-ParcelaIdx TO ParcelaNumero
               MOVE WS-ContaNumero TO ParcelaContaNumero
               PERFORM CalcularVencimentoParcela
               MOVE WS-DataVencimento TO ParcelaDataVencimento
               MOVE WS-ValorParcela TO ParcelaValor
               MOVE WS-ParcelaJuros TO ParcelaValorJuros
               MOVE WS-ParcelaAmort TO ParcelaValorAmortizacao
               PERFORM DiscriminarSeguroParcela
               MOVE 0 TO ParcelaValorPago
               MOVE 0 TO ParcelaEncargosPagos
               MOVE 0 TO ParcelaDataBaseMora
               MOVE 0 TO ParcelaNossoNumero
               MOVE 0 TO ParcelaDataPagamento
               MOVE 'P' TO ParcelaStatus
               WRITE ParcelaRecord
           END-PERFORM
           CLOSE ParcelaFile.

      * O prêmio financiado é amortizado na proporção do principal;
      * a última parcela leva o resíduo do arredondamento.
       DiscriminarSeguroParcela.
           IF WS-ValorPremio = 0
               MOVE 0 TO ParcelaValorSeguro
           ELSE
           IF WS-ParcelaIdx = WS-PrazoMeses
               COMPUTE ParcelaValorSeguro =
                   WS-ValorPremio - WS-SeguroAcumulado
           ELSE
               COMPUTE ParcelaValorSeguro ROUNDED =
                   WS-ParcelaAmort * WS-ValorPremio / WS-ValorPrincipal
               ADD ParcelaValorSeguro TO WS-SeguroAcumulado
           END-IF
           END-IF.

       CalcularVencimentoParcela.
           COMPUTE WS-MesVencimento = WS-MesHoje + WS-ParcelaIdx
           MOVE WS-AnoHoje TO WS-AnoVencimento
               SUBTRACT 12 FROM WS-MesVencimento
               ADD 1 TO WS-AnoVencimento
           END-PERFORM
           COMPUTE WS-DataVencimento =
               WS-AnoVencimento * 10000 + WS-MesVencimento * 100 +
               WS-DiaHoje.

      * IOF da operação de crédito, apresentado ao cliente antes da
      * confirmação: a parte diária incide sobre cada amortização do
      * cronograma pelos dias até o vencimento (30 por mês, teto de
      * 365) e o adicional sobre o valor financiado. Alíquotas em
      * percentual nos parâmetros IOF-CRED-DIARIO-PF/PJ e
      * IOF-CRED-ADICIONAL.
       CalcularIOFCredito.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ParamDataRef
           IF WS-ClienteTipoPessoa = 'J'
               MOVE 0.0041 TO WS-IOFDiarioPct
               MOVE 'IOF-CRED-DIARIO-PJ' TO WS-ParamNome
           ELSE
               MOVE 0.0082 TO WS-IOFDiarioPct
               MOVE 'IOF-CRED-DIARIO-PF' TO WS-ParamNome
           END-IF
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-IOFDiarioPct
           END-IF
           MOVE 'IOF-CRED-ADICIONAL' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-IOFAdicionalPct
           END-IF

           MOVE WS-ValorPrincipal TO WS-SaldoDevedor
           MOVE 0 TO WS-IOFBaseDiaria
           PERFORM VARYING WS-ParcelaIdx FROM 1 BY 1
                   UNTIL WS-ParcelaIdx > WS-PrazoMeses
               COMPUTE WS-ParcelaJuros ROUNDED =
                   WS-SaldoDevedor * WS-TaxaMensal
               COMPUTE WS-ParcelaAmort =
                   WS-ValorParcela - WS-ParcelaJuros
               SUBTRACT WS-ParcelaAmort FROM WS-SaldoDevedor
               COMPUTE WS-IOFDias = WS-ParcelaIdx * 30
               IF WS-IOFDias > 365
                   MOVE 365 TO WS-IOFDias
               END-IF
               COMPUTE WS-IOFBaseDiaria =
                   WS-IOFBaseDiaria + WS-ParcelaAmort * WS-IOFDias
           END-PERFORM
           COMPUTE WS-IOFDiario ROUNDED =
               WS-IOFBaseDiaria * WS-IOFDiarioPct / 100
           COMPUTE WS-IOFAdicional ROUNDED =
               WS-ValorPrincipal * WS-IOFAdicionalPct / 100
           COMPUTE WS-ValorIOF = WS-IOFDiario + WS-IOFAdicional
           DISPLAY 'IOF da operação: diário R$ ' WS-IOFDiario
               ' + adicional R$ ' WS-IOFAdicional
           DISPLAY 'IOF total a debitar na liberação: R$ '
               WS-ValorIOF.

      * CET mensal por bisseção entre 0% e 100% a.m.: o valor
      * presente das parcelas acima do líquido recebido indica taxa
      * baixa. Entram os juros (parcela), o seguro (já financiado na
      * parcela), o IOF e a tarifa de contratação
      * (TARIFA-CONTR-EMPREST, em reais).
       CalcularCET.
           MOVE 0 TO WS-TarifaContrato
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ParamDataRef
           MOVE 'TARIFA-CONTR-EMPREST' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-TarifaContrato
           END-IF
           IF WS-Modalidade = 'P'
               MOVE 0 TO WS-TarifaContrato
           END-IF

           COMPUTE WS-CETValorLiquido = WS-ValorPrincipal -
               WS-ValorPremio - WS-ValorIOF - WS-TarifaContrato
           MOVE 0 TO WS-CETMinimo
           MOVE 0.99999999 TO WS-CETMaximo
           PERFORM VARYING WS-CETIteracao FROM 1 BY 1
                   UNTIL WS-CETIteracao > 40
               COMPUTE WS-CETMensal =
                   (WS-CETMinimo + WS-CETMaximo) / 2
               PERFORM DescontarParcelasCET
               IF WS-CETValorPresente > WS-CETValorLiquido
                   MOVE WS-CETMensal TO WS-CETMinimo
               ELSE
                   MOVE WS-CETMensal TO WS-CETMaximo
               END-IF
           END-PERFORM

           MOVE 1 TO WS-CETFatorAnual
           PERFORM VARYING WS-CETIteracao FROM 1 BY 1
                   UNTIL WS-CETIteracao > 12
               COMPUTE WS-CETFatorAnual ROUNDED =
                   WS-CETFatorAnual * (1 + WS-CETMensal)
           END-PERFORM
           COMPUTE WS-CETMensalPct ROUNDED = WS-CETMensal * 100
           COMPUTE WS-CETAnualPct ROUNDED =
               (WS-CETFatorAnual - 1) * 100
           IF WS-TarifaContrato > 0
               DISPLAY 'Tarifa de contratação: R$ ' WS-TarifaContrato
           END-IF
           DISPLAY 'CET: ' WS-CETMensalPct '% a.m. / '
               WS-CETAnualPct '% a.a.'.

       DescontarParcelasCET.
           MOVE 0 TO WS-CETValorPresente
           MOVE 1 TO WS-CETDesconto
           PERFORM VARYING WS-ParcelaIdx FROM 1 BY 1
                   UNTIL WS-ParcelaIdx > WS-PrazoMeses
               COMPUTE WS-CETDesconto ROUNDED =
                   WS-CETDesconto / (1 + WS-CETMensal)
               COMPUTE WS-CETValorPresente ROUNDED =
                   WS-CETValorPresente +
                   WS-ValorParcela * WS-CETDesconto
           END-PERFORM.

      * Cédula de crédito bancário entregue ao cliente antes da
      * assinatura: partes, condições, CET e o cronograma completo
      * de amortização. Fica no catálogo de spool para reimpressão.
       EmitirCedula.
           MOVE SPACES TO WS-DemonstrativoName
           STRING 'cedula_' DELIMITED BY SIZE
                  WS-EmprestimoID DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-DemonstrativoName
           OPEN OUTPUT DemonstrativoFile

           MOVE '===========================================' TO
               DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE '        CÉDULA DE CRÉDITO BANCÁRIO' TO
               DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE '===========================================' TO
               DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE SPACES TO DemonstrativoLine
           STRING 'Cédula nº: ' DELIMITED BY SIZE
                  WS-EmprestimoID DELIMITED BY SIZE
                  '  Emissão: ' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine

           MOVE 'PARTES' TO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE SPACES TO DemonstrativoLine
           STRING '  Credor: CobolFinance - agência ' DELIMITED BY SIZE
                  WS-ContaAgencia DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE SPACES TO DemonstrativoLine
           STRING '  Emitente: ' DELIMITED BY SIZE
                  WS-ContaTitular DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE SPACES TO DemonstrativoLine
           STRING '  Documento: ' DELIMITED BY SIZE
                  WS-ClienteDocumento DELIMITED BY SIZE
                  '  Conta: ' DELIMITED BY SIZE
                  WS-ContaNumero DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine

           MOVE 'CONDIÇÕES' TO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE SPACES TO DemonstrativoLine
           STRING '  Valor solicitado: R$ ' DELIMITED BY SIZE
                  WS-ValorSolicitado DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine
           IF WS-ValorPremio > 0
               MOVE SPACES TO DemonstrativoLine
               STRING '  Seguro prestamista (financiado): R$ '
                      DELIMITED BY SIZE
                      WS-ValorPremio DELIMITED BY SIZE
                   INTO DemonstrativoLine
               WRITE DemonstrativoLine
           END-IF
           MOVE SPACES TO DemonstrativoLine
           STRING '  Valor financiado: R$ ' DELIMITED BY SIZE
                  WS-ValorPrincipal DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE SPACES TO DemonstrativoLine
           STRING '  Taxa de juros: ' DELIMITED BY SIZE
                  WS-TaxaMensal DELIMITED BY SIZE
                  ' a.m.  Prazo: ' DELIMITED BY SIZE
                  WS-PrazoMeses DELIMITED BY SIZE
                  ' meses' DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE SPACES TO DemonstrativoLine
           STRING '  Parcela mensal (Tabela Price): R$ '
                  DELIMITED BY SIZE
                  WS-ValorParcela DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE SPACES TO DemonstrativoLine
           STRING '  IOF: R$ ' DELIMITED BY SIZE
                  WS-ValorIOF DELIMITED BY SIZE
                  '  Tarifa de contratação: R$ ' DELIMITED BY SIZE
                  WS-TarifaContrato DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE SPACES TO DemonstrativoLine
           STRING '  Valor líquido creditado: R$ ' DELIMITED BY SIZE
                  WS-CETValorLiquido DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine
           IF WS-Modalidade = 'C'
               MOVE SPACES TO DemonstrativoLine
               STRING '  Consignado em folha - convênio '
                      DELIMITED BY SIZE
                      WS-ConvenioFolha DELIMITED BY SIZE
                   INTO DemonstrativoLine
               WRITE DemonstrativoLine
           END-IF
           IF WS-Modalidade = 'P'
               MOVE SPACES TO DemonstrativoLine
               STRING '  Parcelamento do saldo devedor do cheque '
                      DELIMITED BY SIZE
                      'especial' DELIMITED BY SIZE
                   INTO DemonstrativoLine
               WRITE DemonstrativoLine
           END-IF
           IF WS-GarantiaAplicID > 0
               MOVE SPACES TO DemonstrativoLine
               STRING '  Garantia: caução do CDB ' DELIMITED BY SIZE
                      WS-GarantiaAplicID DELIMITED BY SIZE
                   INTO DemonstrativoLine
               WRITE DemonstrativoLine
           END-IF
           MOVE SPACES TO DemonstrativoLine
           STRING '  CUSTO EFETIVO TOTAL: ' DELIMITED BY SIZE
                  WS-CETMensalPct DELIMITED BY SIZE
                  '% a.m.  ' DELIMITED BY SIZE
                  WS-CETAnualPct DELIMITED BY SIZE
                  '% a.a.' DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine

           MOVE 'CRONOGRAMA DE AMORTIZAÇÃO' TO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE SPACES TO DemonstrativoLine
           STRING '  Nº  Vencimento  Parcela     Juros       '
                  DELIMITED BY SIZE
                  'Amortização  Saldo devedor' DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE WS-ValorPrincipal TO WS-SaldoDevedor
           PERFORM VARYING WS-ParcelaIdx FROM 1 BY 1
                   UNTIL WS-ParcelaIdx > WS-PrazoMeses
               COMPUTE WS-ParcelaJuros ROUNDED =
                   WS-SaldoDevedor * WS-TaxaMensal
               COMPUTE WS-ParcelaAmort =
                   WS-ValorParcela - WS-ParcelaJuros
               SUBTRACT WS-ParcelaAmort FROM WS-SaldoDevedor
               PERFORM CalcularVencimentoParcela
               MOVE SPACES TO DemonstrativoLine
               STRING '  ' DELIMITED BY SIZE
                      WS-ParcelaIdx DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DataVencimento DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-ValorParcela DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-ParcelaJuros DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-ParcelaAmort DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-SaldoDevedor DELIMITED BY SIZE
                   INTO DemonstrativoLine
               WRITE DemonstrativoLine
           END-PERFORM

           MOVE SPACES TO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE '  ______________________________  Emitente' TO
               DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE '===========================================' TO
               DemonstrativoLine
           WRITE DemonstrativoLine
           CLOSE DemonstrativoFile

           MOVE WS-DemonstrativoName TO WS-SpoolArquivo
           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-ContaNumero TO WS-SpoolAlvo(1:10)
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'TransacaoEmprestimo ' 'CCB ' WS-OperadorID
               WS-SpoolAlvo 'N'
           DISPLAY 'Cédula de crédito bancário gravada em '
               WS-DemonstrativoName
           DISPLAY 'Entregue a cédula ao cliente para leitura antes'
           DISPLAY 'da assinatura.'.

      * A liberação do crédito segue o fluxo normal de
      * movimentação, com protocolo e linha própria no extrato.
       LiberarCredito.
           COMPUTE WS-ValorLiberado = WS-ValorPrincipal - WS-ValorPremio
           ADD WS-ValorLiberado TO WS-ContaSaldo
           MOVE WS-ContaSaldo TO ContaSaldo
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'TransacaoEmprestimo '
           MOVE WS-MovData TO MovimentacaoData
           MOVE FUNCTION CURRENT-DATE(9:8) TO MovimentacaoHora
           MOVE 'L' TO MovimentacaoTipo
           MOVE WS-ValorLiberado TO MovimentacaoValor
           MOVE WS-ContaSaldo TO MovimentacaoSaldoApos
           IF WS-Modalidade = 'P'
               MOVE 'Parcelamento do cheque especial'
                   TO MovimentacaoDescricao
           ELSE
               MOVE 'Liberação de empréstimo'
                   TO MovimentacaoDescricao
           END-IF
           MOVE 0 TO MovimentacaoContaRelacionada
           MOVE WS-Protocolo TO MovimentacaoProtocolo
           MOVE WS-OperadorID TO MovimentacaoOperadorID
           CALL 'GravarJournal' USING 'TransacaoEmprestimo '
               'movimentacao    ' MovimentacaoRecord

           IF WS-ValorIOF > 0
               PERFORM CobrarIOFCredito
           END-IF
           IF WS-TarifaContrato > 0
               PERFORM CobrarTarifaContratacao
           END-IF

           DISPLAY 'Empréstimo contratado com sucesso!'
           DISPLAY 'Contrato nº: ' WS-EmprestimoID
           DISPLAY 'Protocolo: ' WS-Protocolo
           DISPLAY 'Parcelas: ' WS-PrazoMeses ' de R$ ' WS-ValorParcela
           IF WS-ValorPremio > 0
               DISPLAY 'Seguro prestamista: prêmio de R$ '
                   WS-ValorPremio ' financiado'
           END-IF
           IF WS-ValorIOF > 0
               DISPLAY 'IOF debitado: R$ ' WS-ValorIOF
           END-IF
           DISPLAY 'Novo saldo: ' WS-ContaSaldo ' ' WS-ContaMoeda
           PERFORM RegistrarLog.

      * O IOF sai da conta logo após o crédito, em lançamento próprio
      * ('E') com conta contábil própria no plano, e entra em
      * impostos_recolhidos.dat para o recolhimento mensal.
       CobrarIOFCredito.
           SUBTRACT WS-ValorIOF FROM WS-ContaSaldo
           MOVE WS-ContaSaldo TO ContaSaldo
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'TransacaoEmprestimo '
               'contas          ' ContaRecord

           MOVE WS-ContaNumero TO MovimentacaoContaNumero
           MOVE WS-MovData TO MovimentacaoData
           MOVE FUNCTION CURRENT-DATE(9:8) TO MovimentacaoHora
           MOVE 'E' TO MovimentacaoTipo
           MOVE WS-ValorIOF TO MovimentacaoValor
           MOVE WS-ContaSaldo TO MovimentacaoSaldoApos
           MOVE 'IOF sobre operação de crédito'
               TO MovimentacaoDescricao
           MOVE 0 TO MovimentacaoContaRelacionada
           MOVE WS-Protocolo TO MovimentacaoProtocolo
           MOVE WS-OperadorID TO MovimentacaoOperadorID
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'TransacaoEmprestimo '
               'movimentacao    ' MovimentacaoRecord

           MOVE WS-DataHojeOrd TO ImpostoData
           MOVE 'IOF' TO ImpostoTipo
           MOVE WS-ContaNumero TO ImpostoContaNumero
           MOVE WS-EmprestimoID TO ImpostoAplicacaoID
           MOVE WS-ValorIOF TO ImpostoValor
           MOVE 'E' TO ImpostoOrigem
           OPEN EXTEND ImpostoFile
           IF WS-ImpFileStatus = '35'
               OPEN OUTPUT ImpostoFile
           END-IF
           WRITE ImpostoRecord
           CLOSE ImpostoFile.

       CobrarTarifaContratacao.
           SUBTRACT WS-TarifaContrato FROM WS-ContaSaldo
           MOVE WS-ContaSaldo TO ContaSaldo
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'TransacaoEmprestimo '
               'contas          ' ContaRecord

           MOVE WS-ContaNumero TO MovimentacaoContaNumero
           MOVE WS-MovData TO MovimentacaoData
           MOVE FUNCTION CURRENT-DATE(9:8) TO MovimentacaoHora
           MOVE 'F' TO MovimentacaoTipo
           MOVE WS-TarifaContrato TO MovimentacaoValor
           MOVE WS-ContaSaldo TO MovimentacaoSaldoApos
           MOVE 'Tarifa de contratação de empréstimo'
               TO MovimentacaoDescricao
           MOVE 0 TO MovimentacaoContaRelacionada
           MOVE WS-Protocolo TO MovimentacaoProtocolo
           MOVE WS-OperadorID TO MovimentacaoOperadorID
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'TransacaoEmprestimo '
               'movimentacao    ' MovimentacaoRecord
           DISPLAY 'Tarifa de contratação debitada: R$ '
               WS-TarifaContrato.

      * Liquidação antecipada: o valor de quitação é a amortização
      * restante mais os juros pro-rata até a data da quitação -
      * parcela vencida e não paga entra pelo valor cheio (juros já
               END-IF
           END-IF.

      *****************************************************************
      * Carnê a pedido: contrato ativo da conta, fora do consignado.
      * Só as parcelas em aberto que ainda não têm boleto entram.
      *****************************************************************
       PedirCarne.
           DISPLAY 'Número do contrato para o carnê: '
           ACCEPT WS-QuitContratoID
           PERFORM LocalizarContratoQuitacao
           IF WS-QuitContratoAchado = 'N'
               DISPLAY 'Contrato ativo desta conta não encontrado!'
           ELSE
           IF EmprestimoConsignado
               DISPLAY 'Contrato consignado: parcela retida em folha,'
               DISPLAY 'sem carnê.'
           ELSE
               MOVE WS-QuitContratoID TO WS-CarneContratoID
               PERFORM EmitirCarne
           END-IF
           END-IF.

      * Um boleto da nossa cobrança (titulos.dat, origem 'E', cedente
      * zero) por parcela em aberto do contrato, no valor ainda
      * devido e com o vencimento da parcela (parcela já vencida sai
      * com vencimento hoje; os encargos são apurados na liquidação
      * a partir do vencimento original). A parcela guarda o nosso
      * número, o que suspende o débito em conta dela, e o carnê
      * impresso vai para o spool.
       EmitirCarne.
           MOVE 0 TO WS-CarneBoletos
           MOVE SPACES TO WS-DemonstrativoName
           STRING 'carne_' DELIMITED BY SIZE
                  WS-CarneContratoID DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-DemonstrativoName
           OPEN OUTPUT DemonstrativoFile
           MOVE '===========================================' TO
               DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE SPACES TO DemonstrativoLine
           STRING '  CARNÊ DE PAGAMENTO - CONTRATO ' DELIMITED BY SIZE
                  WS-CarneContratoID DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE SPACES TO DemonstrativoLine
           STRING '  Pagador: ' DELIMITED BY SIZE
                  WS-ContaTitular DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE '  Pagável em qualquer banco ou lotérica. Após o'
               TO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE '  vencimento, juros de mora e multa do contrato.'
               TO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE '===========================================' TO
               DemonstrativoLine
           WRITE DemonstrativoLine

           OPEN I-O ParcelaFile
           IF WS-ParcelaFileStatus = '00'
               PERFORM UNTIL WS-ParcelaFileStatus = '10'
                   READ ParcelaFile INTO ParcelaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ParcelaNossoNumero NOT NUMERIC
                               MOVE 0 TO ParcelaNossoNumero
                           END-IF
                           IF ParcelaEmprestimoID = WS-CarneContratoID
                                   AND (ParcelaPendente OR
                                       ParcelaAtrasada)
                                   AND ParcelaNossoNumero = 0
                               PERFORM EmitirBoletoParcela
                               REWRITE ParcelaRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF

           MOVE SPACES TO DemonstrativoLine
           STRING '  Boletos no carnê: ' DELIMITED BY SIZE
                  WS-CarneBoletos DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine
           CLOSE DemonstrativoFile

           IF WS-CarneBoletos = 0
               DISPLAY 'Nenhuma parcela em aberto sem boleto.'
           ELSE
               MOVE WS-DemonstrativoName TO WS-SpoolArquivo
               MOVE SPACES TO WS-SpoolAlvo
               MOVE WS-ContaNumero TO WS-SpoolAlvo(1:10)
               CALL 'CatalogarSpool' USING WS-SpoolArquivo
                   'TransacaoEmprestimo ' 'CARN' WS-OperadorID
                   WS-SpoolAlvo 'N'
               DISPLAY 'Carnê com ' WS-CarneBoletos
                   ' boleto(s) gravado em ' WS-DemonstrativoName
               DISPLAY 'O débito em conta dessas parcelas fica'
               DISPLAY 'suspenso.'
           END-IF.

       EmitirBoletoParcela.
           IF ParcelaValorPago NOT NUMERIC
               MOVE 0 TO ParcelaValorPago
           END-IF
           COMPUTE WS-CarneValor = ParcelaValor - ParcelaValorPago
           MOVE ParcelaDataVencimento TO WS-CarneVencimento
           IF WS-CarneVencimento < WS-DataHojeOrd
               MOVE WS-DataHojeOrd TO WS-CarneVencimento
           END-IF
           PERFORM ObterProximoNossoNumero
           PERFORM MontarLinhaDigitavel

           MOVE WS-NossoNumeroNovo TO TituloNossoNumero
           MOVE 0 TO TituloCedenteID
           MOVE WS-ContaTitular TO TituloPagadorNome
           MOVE WS-ClienteDocumento(1:11) TO TituloPagadorCPF
           MOVE WS-CarneValor TO TituloValor
           MOVE WS-CarneVencimento TO TituloDataVencimento
           MOVE WS-LinhaMontada TO TituloLinhaDigitavel
           MOVE WS-DataHojeOrd TO TituloDataEmissao
           MOVE 0 TO TituloDataPagamento
           MOVE 0 TO TituloProtocoloPagto
           MOVE 'A' TO TituloStatus
           MOVE SPACE TO TituloDesconto
           MOVE 0 TO TituloDataDesconto
           MOVE 0 TO TituloValorDesagio
           MOVE 0 TO TituloProtocoloDesconto
           MOVE 0 TO TituloDiasProtesto
           MOVE 0 TO TituloDataCartorio
           MOVE 0 TO TituloCustasProtesto
           MOVE 'E' TO TituloOrigem
           MOVE ParcelaEmprestimoID TO TituloEmprestimoID
           MOVE ParcelaNumero TO TituloParcelaNumero
           OPEN EXTEND TituloFile
           IF WS-TitFileStatus = '35'
               OPEN OUTPUT TituloFile
           END-IF
           WRITE TituloRecord
           CLOSE TituloFile

           MOVE WS-NossoNumeroNovo TO ParcelaNossoNumero
           ADD 1 TO WS-CarneBoletos

           MOVE SPACES TO DemonstrativoLine
           STRING '  Parcela ' DELIMITED BY SIZE
                  ParcelaNumero DELIMITED BY SIZE
                  '  Vencimento: ' DELIMITED BY SIZE
                  WS-CarneVencimento DELIMITED BY SIZE
                  '  Valor: R$ ' DELIMITED BY SIZE
                  WS-CarneValor DELIMITED BY SIZE
                  '  Nosso número: ' DELIMITED BY SIZE
                  WS-NossoNumeroNovo DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE SPACES TO DemonstrativoLine
           STRING '    Linha digitável: ' DELIMITED BY SIZE
                  WS-LinhaMontada DELIMITED BY SIZE
               INTO DemonstrativoLine
           WRITE DemonstrativoLine
           MOVE '  -----------------------------------------' TO
               DemonstrativoLine
           WRITE DemonstrativoLine.

      * Mesmo padrão de linha digitável da nossa cobrança: nosso
      * número nas posições 1-10, cedente (zero) em 11-14, fator de
      * vencimento em 34-37 e valor em centavos em 38-47.
       MontarLinhaDigitavel.
           COMPUTE WS-FatorVencimento =
               FUNCTION INTEGER-OF-DATE(WS-CarneVencimento) -
               FUNCTION INTEGER-OF-DATE(19971007)
           COMPUTE WS-ValorCentavos = WS-CarneValor * 100
           MOVE ALL '0' TO WS-LinhaMontada
           MOVE WS-NossoNumeroNovo TO WS-LinhaMontada(1:10)
           MOVE WS-FatorVencimento TO WS-LinhaMontada(34:4)
           MOVE WS-ValorCentavos TO WS-LinhaMontada(38:10).

       ObterProximoNossoNumero.
           MOVE 0 TO WS-NossoNumeroNovo
           OPEN INPUT TituloSeqFile
           IF WS-TitSeqStatus = '00'
               READ TituloSeqFile INTO TituloSeqRecord
                   NOT AT END
                       MOVE SeqUltimoNossoNumero
                           TO WS-NossoNumeroNovo
               END-READ
               CLOSE TituloSeqFile
           END-IF
           ADD 1 TO WS-NossoNumeroNovo
           MOVE WS-NossoNumeroNovo TO SeqUltimoNossoNumero
           OPEN OUTPUT TituloSeqFile
           WRITE TituloSeqRecord
           CLOSE TituloSeqFile.

       LocalizarContratoQuitacao.
           MOVE 'N' TO WS-QuitContratoAchado
           OPEN INPUT EmprestimoFile
                                   AND (ParcelaPendente OR
                                       ParcelaAtrasada)
                               ADD 1 TO WS-QuitParcelas
                               IF ParcelaValorPago NOT NUMERIC
                                   MOVE 0 TO ParcelaValorPago
                               END-IF
                               IF ParcelaDataVencimento <
                                       WS-DataHojeOrd
                                   ADD ParcelaValor
                                       TO WS-QuitValorAtraso
                                   SUBTRACT ParcelaValorPago
                                       FROM WS-QuitValorAtraso
                               ELSE
                                   ADD ParcelaValorAmortizacao
                                       TO WS-QuitAmortFutura
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EmprestimoFile
      *    Contrato quitado libera o CDB dado em garantia.
           MOVE 0 TO WS-CaucaoNovoContrato
           CALL 'LiberarCaucao' USING WS-QuitContratoID
               WS-CaucaoNovoContrato WS-CaucaoQtde.

      * Demonstrativo de quitação entregue ao cliente, com a
      * composição do valor e os juros dispensados.
                   MOVE ContaPINSal TO WS-ContaPINSal
                   MOVE ContaPINHash TO WS-ContaPINHash
                   MOVE ContaClienteID TO WS-ContaClienteID
                   MOVE ContaAgencia TO WS-ContaAgencia
                   MOVE ContaMoeda TO WS-ContaMoeda
                   IF WS-ContaMoeda = SPACES
                       MOVE 'BRL' TO WS-ContaMoeda
                       MOVE ClienteRendaMensal
                           TO WS-ClienteRenda
                       MOVE ClienteRisco TO WS-ClienteRisco
                       MOVE ClienteTipoPessoa TO WS-ClienteTipoPessoa
                       IF ClientePessoaJuridica
                           MOVE ClienteCNPJ TO WS-ClienteDocumento
                       ELSE
                           MOVE ClienteCPF TO WS-ClienteDocumento
                       END-IF
               END-READ
               CLOSE ClienteFile
           END-IF.
      * do teto oferece reduzir o valor à margem disponível; recusa
      * com risco alto ou sem margem, salvo liberação expressa de
      * supervisor, que fica registrada na auditoria com a
      * justificativa. Valor dentro do crédito pré-aprovado do
      * cliente (CalculoPreAprovado) dispensa essa análise e a
      * liberação; o limite do grupo econômico vale em qualquer caso.
       AnalisarCredito.
           MOVE 'R' TO WS-AnaliseResultado
           MOVE 'N' TO WS-ExcessoGrupo
           PERFORM VerificarPreAprovado
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ParamDataRef
           MOVE 'COMPROMETIMENTO-MAX' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef

           PERFORM SomarParcelasExistentes

           IF WS-DentroPreAprov = 'S'
               DISPLAY 'Valor dentro do crédito pré-aprovado do'
               DISPLAY 'cliente (disponível R$ ' WS-PreAprovDispon ').'
               MOVE 'A' TO WS-AnaliseResultado
           ELSE
           IF WS-ClienteRenda = 0
               DISPLAY 'Cliente sem renda declarada no cadastro.'
               PERFORM PedirLiberacaoSupervisor
                   PERFORM OferecerValorReduzido
               END-IF
           END-IF
           END-IF
           END-IF
           IF WS-AnaliseResultado = 'A'
               PERFORM VerificarExposicaoGrupo
           END-IF.

       VerificarPreAprovado.
           MOVE 'N' TO WS-DentroPreAprov
           MOVE 'C' TO WS-PreAprovOperacao
           MOVE 0 TO WS-PreAprovValor
           CALL 'ConsultarPreAprovado' USING WS-PreAprovOperacao
               WS-ContaClienteID WS-PreAprovDispon WS-PreAprovChEsp
               WS-PreAprovValidade WS-PreAprovValor WS-PreAprovAchado
           IF WS-PreAprovAchado = 'S' AND
                   WS-ValorPrincipal <= WS-PreAprovDispon
               MOVE 'S' TO WS-DentroPreAprov
           END-IF.

      * O principal contratado consome o pré-aprovado até o próximo
      * cálculo mensal.
       RegistrarUsoPreAprovado.
           MOVE 'U' TO WS-PreAprovOperacao
           MOVE WS-ValorPrincipal TO WS-PreAprovValor
           CALL 'ConsultarPreAprovado' USING WS-PreAprovOperacao
               WS-ContaClienteID WS-PreAprovDispon WS-PreAprovChEsp
               WS-PreAprovValidade WS-PreAprovValor WS-PreAprovAchado.

      * Cliente de grupo econômico: o novo contrato somado à
      * exposição de todo o grupo (saldo devedor de empréstimos e
      * limites de cheque especial e cartão) não pode passar do
      * limite do grupo, salvo liberação de supervisor.
       VerificarExposicaoGrupo.
           MOVE 'N' TO WS-ExcessoGrupo
           MOVE 0 TO WS-GrupoID
           CALL 'ExposicaoGrupo' USING WS-ContaClienteID WS-GrupoID
               WS-GrupoLimite WS-GrupoEmprestimos WS-GrupoChEspecial
               WS-GrupoCartao WS-GrupoExposicao
           IF WS-GrupoID > 0
               COMPUTE WS-GrupoProjetada =
                   WS-GrupoExposicao + WS-ValorPrincipal
               DISPLAY 'Grupo econômico ' WS-GrupoID
                   ': exposição ' WS-GrupoExposicao
                   ' limite ' WS-GrupoLimite
               IF WS-GrupoProjetada > WS-GrupoLimite
                   DISPLAY 'Contrato leva o grupo a '
                       WS-GrupoProjetada ', acima do limite.'
                   MOVE 'S' TO WS-ExcessoGrupo
                   MOVE 'R' TO WS-AnaliseResultado
                   PERFORM PedirLiberacaoSupervisor
               END-IF
           END-IF.

      * Soma das parcelas mensais dos contratos ativos de todas as
               ACCEPT WS-OverrideResp
               IF WS-OverrideResp = 'S' OR WS-OverrideResp = 's'
                   MOVE WS-PrincipalMax TO WS-ValorPrincipal
                   IF WS-Seguro = 'S'
                       PERFORM RepartirPremioSeguro
                   END-IF
                   PERFORM CalcularParcela
                   DISPLAY 'Nova parcela: R$ ' WS-ValorParcela
                   MOVE 'A' TO WS-AnaliseResultado
                   ACCEPT WS-Justificativa
                   MOVE 'ANALISE-OVERRIDE' TO WS-AudCampo
                   MOVE SPACES TO WS-AudAntes
                   IF WS-ExcessoGrupo = 'S'
                       MOVE 'GRUPO-OVERRIDE' TO WS-AudCampo
                       STRING 'Grupo ' DELIMITED BY SIZE
                              WS-GrupoID DELIMITED BY SIZE
                              ' exposição ' DELIMITED BY SIZE
                              WS-GrupoProjetada DELIMITED BY SIZE
                              ' limite ' DELIMITED BY SIZE
                              WS-GrupoLimite DELIMITED BY SIZE
                           INTO WS-AudAntes
                   ELSE
                       STRING 'Renda ' DELIMITED BY SIZE
                              WS-ClienteRenda DELIMITED BY SIZE
                              ' risco ' DELIMITED BY SIZE
                              WS-ClienteRisco DELIMITED BY SIZE
                              ' comprometimento ' DELIMITED BY SIZE
                              WS-Comprometimento DELIMITED BY SIZE
                              '%' DELIMITED BY SIZE
                           INTO WS-AudAntes
                   END-IF
                   MOVE WS-Justificativa TO WS-AudDepois
                   CALL 'GravarAuditoria' USING WS-AudPrograma
                       WS-SupervisorID WS-AudArquivo WS-ContaNumero
           CLOSE EmprestimoSeqFile.

       RegistrarLog.
           MOVE WS-ValorLiberado TO WS-LogValor
           STRING 'Conta ' DELIMITED BY SIZE
                  WS-ContaNumero DELIMITED BY SIZE
                  ' empréstimo ' DELIMITED BY SIZE
