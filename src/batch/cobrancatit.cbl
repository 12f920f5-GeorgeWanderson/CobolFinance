      *                 registrados para o arquivo do dia;
      *    [T]retorno - processa o retorno de liquidação, creditando
      *                 a conta do cedente com movimento
      *                 protocolizado e baixando o título como pago;
      *                 título descontado tem a operação quitada pela
      *                 liquidação, e o baixado sem pagamento é
      *                 debitado do cedente;
      *    [D]escontados vencidos - debita do cedente o título
      *                 descontado vencido há mais dias que a
      *                 carência DESC-TIT-CARENCIA sem liquidação.
      *  O serviço é tarifado na conta do cedente ('F') no registro,
      *  na liquidação e na baixa, pela tabela própria do cedente ou
      *  pela do pacote da conta; a liquidação creditada fica retida
      *  pelo float (D+n dias úteis) em bloqueios_deposito.dat até
      *  o job de liberação.
      *  Boleto do carnê de empréstimo (origem 'E', emitido pelo
      *  TransacaoEmprestimo) tem a liquidação creditada na conta do
      *  contrato e aplicada na parcela com os encargos de atraso; a
      *  baixa sem pagamento devolve a parcela ao débito em conta.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProtSeqFileStatus.

           SELECT ParcelaFile ASSIGN TO 'parcelas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParcelaFileStatus.

           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestFileStatus.

           SELECT PacoteFile ASSIGN TO 'pacotes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PacoteFileStatus.

           SELECT BloqueioDepFile ASSIGN TO 'bloqueios_deposito.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BloqDepFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       01  ProtocoloSeqRecord.
           05  SeqUltimoProtocolo     PIC 9(10).

       FD  ParcelaFile.
       COPY PARCREC.

       FD  EmprestimoFile.
       COPY EMPRESTREC.

       FD  PacoteFile.
       COPY PACOTEREC.

       FD  BloqueioDepFile.
       COPY BLOQDEPREC.

       FD  InstrucaoFile.
       01  InstrucaoRecord.
           05  InstrCedenteID         PIC 9(4).
           05  InstrPagadorCPF        PIC X(11).
           05  InstrValor             PIC 9(7)V99.
           05  InstrDataVencimento    PIC 9(8).
      *    Instrução de protesto do título em dias após o
      *    vencimento; ausente ou zero segue o padrão do cedente.
           05  InstrDiasProtesto      PIC 9(3).

       FD  RemessaFile.
       01  RemessaRecord              PIC X(90).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.

       01  WS-DescontoAnterior    PIC X VALUE SPACE.
       01  WS-TituloFace          PIC 9(7)V99 VALUE 0.
       01  WS-ValorCedente        PIC 9(7)V99 VALUE 0.
       01  WS-CreditoEfetuado     PIC X VALUE 'N'.
       01  WS-DescQuitados        PIC 9(7) VALUE 0.
       01  WS-DescDebitados       PIC 9(7) VALUE 0.
       01  WS-ValorDescDebitado   PIC 9(9)V99 VALUE 0.
       01  WS-CarenciaDesconto    PIC 9(3) VALUE 3.
       01  WS-DataCorte           PIC 9(8) VALUE 0.
       01  WS-LimiteNegativo      PIC S9(9)V99 VALUE 0.
       01  WS-ParamNome           PIC X(20).
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.
       01  WS-PendOrigem          PIC X(20) VALUE 'CobrancaTitulos'.
       01  WS-PendTipo            PIC X(4) VALUE 'DESC'.
       01  WS-PendValor           PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao       PIC X(60).

      * Tabela de tarifas da cobrança e float do cedente corrente.
       01  WS-PacoteFileStatus    PIC XX.
       01  WS-BloqDepFileStatus   PIC XX.
       01  WS-CedenteTabela       PIC X VALUE ' '.
       01  WS-TarifaRegistro      PIC 9(3)V99 VALUE 0.
       01  WS-TarifaLiquidacao    PIC 9(3)V99 VALUE 0.
       01  WS-TarifaBaixa         PIC 9(3)V99 VALUE 0.
       01  WS-DiasFloat           PIC 9(2) VALUE 0.
       01  WS-TarifaValor         PIC 9(3)V99 VALUE 0.
       01  WS-TarifaEvento        PIC X(12).
       01  WS-TarifaNossoNumero   PIC 9(10) VALUE 0.
       01  WS-TarifasCobradas     PIC 9(7) VALUE 0.
       01  WS-ValorTarifas        PIC 9(9)V99 VALUE 0.
       01  WS-DataLiberacao       PIC 9(8) VALUE 0.
       01  WS-DiaFloatIdx         PIC 9(2) VALUE 0.
       01  WS-UtilFuncao          PIC X(8) VALUE 'DIAUTIL'.
       01  WS-UtilEntrada         PIC 9(8) VALUE 0.
       01  WS-UtilSaida           PIC 9(8) VALUE 0.
       01  WS-UtilResultado       PIC X VALUE 'N'.

      * Liquidação de boleto do carnê de empréstimo: encargos de
      * atraso apurados na data do pagamento pelos mesmos parâmetros
      * do CobrancaEmprestimo (MORA-JUROS-DIA e MORA-MULTA-PCT).
       01  WS-ParcelaFileStatus   PIC XX.
       01  WS-EmprestFileStatus   PIC XX.
       01  WS-OrigemTitulo        PIC X VALUE SPACE.
       01  WS-CarneEmprestimo     PIC 9(5) VALUE 0.
       01  WS-CarneParcela        PIC 9(3) VALUE 0.
       01  WS-ParcelaAchada       PIC X VALUE 'N'.
       01  WS-ParcelaFoiAtrasada  PIC X VALUE 'N'.
       01  WS-ContaCarne          PIC 9(7) VALUE 0.
       01  WS-DataPagamentoCarne  PIC 9(8) VALUE 0.
       01  WS-MoraPctDia          PIC 9V9(4) VALUE 0.0333.
       01  WS-MultaPct            PIC 9(2)V9(4) VALUE 2.
       01  WS-ValorDevido         PIC 9(7)V99 VALUE 0.
       01  WS-DataBaseMora        PIC 9(8) VALUE 0.
       01  WS-DiasAtraso          PIC S9(5) VALUE 0.
       01  WS-JurosMora           PIC 9(7)V99 VALUE 0.
       01  WS-MultaAtraso         PIC 9(7)V99 VALUE 0.
       01  WS-Encargos            PIC 9(7)V99 VALUE 0.
       01  WS-ValorAplicado       PIC 9(7)V99 VALUE 0.
       01  WS-CarnesLiquidados    PIC 9(7) VALUE 0.
       01  WS-CaucaoContrato      PIC 9(5) VALUE 0.
       01  WS-CaucaoNovoContrato  PIC 9(5) VALUE 0.
       01  WS-CaucaoQtde          PIC 9(3) VALUE 0.

       01  WS-MovGravado        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-MovHora

           DISPLAY 'Fase: [G]erar boletos, [R]emessa de registro,'
           DISPLAY '[T] retorno de liquidação, [D]escontados'
           DISPLAY 'vencidos: '
           ACCEPT WS-Fase
           MOVE FUNCTION UPPER-CASE(WS-Fase) TO WS-Fase

                   PERFORM GerarRemessa
               WHEN 'T'
                   PERFORM ProcessarRetorno
               WHEN 'D'
                   PERFORM DebitarDescontadosVencidos
               WHEN OTHER
                   DISPLAY 'Fase inválida.'
           END-EVALUATE
               MOVE 0 TO TituloDataPagamento
               MOVE 0 TO TituloProtocoloPagto
               MOVE 'A' TO TituloStatus
               MOVE SPACE TO TituloDesconto
               MOVE 0 TO TituloDataDesconto
               MOVE 0 TO TituloValorDesagio
               MOVE 0 TO TituloProtocoloDesconto
               IF InstrDiasProtesto IS NUMERIC
                   MOVE InstrDiasProtesto TO TituloDiasProtesto
               ELSE
                   MOVE 0 TO TituloDiasProtesto
               END-IF
               MOVE 0 TO TituloDataCartorio
               MOVE 0 TO TituloCustasProtesto
               MOVE SPACE TO TituloOrigem
               MOVE 0 TO TituloEmprestimoID
               MOVE 0 TO TituloParcelaNumero

               OPEN EXTEND TituloFile
               IF WS-TitFileStatus = '35'
                                   TO WS-CedenteConta
                               MOVE CedenteNome
                                   TO WS-CedenteNomeBusca
                               MOVE CedenteTabelaTarifa
                                   TO WS-CedenteTabela
                               EXIT PERFORM
                           END-IF
                   END-READ
           IF WS-TitFileStatus NOT = '00'
               DISPLAY 'Nenhum título emitido.'
           ELSE
               OPEN I-O ContaFile
               IF WS-FileStatus = '35'
                   OPEN OUTPUT ContaFile
                   CLOSE ContaFile
                   OPEN I-O ContaFile
               END-IF
               OPEN I-O MovimentacaoFile
               IF WS-MovFileStatus = '35'
                   OPEN OUTPUT MovimentacaoFile
                   CLOSE MovimentacaoFile
                   OPEN I-O MovimentacaoFile
               END-IF
               OPEN OUTPUT RemessaFile
               MOVE 'Gerando remessa de registro...' TO WS-Mensagem
               DISPLAY WS-Mensagem
                               REWRITE TituloRecord
                               ADD 1 TO WS-Enviados
                               ADD TituloValor TO WS-ValorRemessa
                               MOVE TituloCedenteID TO InstrCedenteID
                               MOVE TituloNossoNumero
                                   TO WS-TarifaNossoNumero
                               MOVE 'registro' TO WS-TarifaEvento
                               MOVE 0 TO WS-Protocolo
                               PERFORM CobrarTarifaCobranca
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-ValorRemessa TO CtrlSoma
               WRITE RemessaRecord FROM ControleRegistro
               CLOSE RemessaFile
      *        Catálogo de remessas enviadas: transmissão e
      *        confirmação do destino acompanhadas pelo
      *        ControleRemessas.
               CALL 'CatalogarRemessa' USING WS-RemessaFileName
                   'COBR' 'COBRANCA REGISTRADA ' CtrlContagem CtrlSoma
               CLOSE MovimentacaoFile
               CLOSE ContaFile
               CLOSE TituloFile
               DISPLAY 'Títulos registrados na remessa: '
                   WS-Enviados
               DISPLAY 'Tarifas de registro cobradas: '
                   WS-TarifasCobradas ' (R$ ' WS-ValorTarifas ')'
               DISPLAY 'Arquivo de remessa: ' WS-RemessaFileName
           END-IF.

                   OPEN I-O MovimentacaoFile
               END-IF

               PERFORM CarregarParametrosMora
               MOVE 'Processando retorno de cobrança...'
                   TO WS-Mensagem
               DISPLAY WS-Mensagem
               DISPLAY 'Títulos liquidados: ' WS-Liquidados
                   ' (R$ ' WS-ValorLiquidado ')'
               DISPLAY 'Títulos baixados: ' WS-Baixados
               DISPLAY 'Descontos quitados pela liquidação: '
                   WS-DescQuitados
               DISPLAY 'Descontos debitados do cedente: '
                   WS-DescDebitados
               DISPLAY 'Retornos ignorados: ' WS-Ignorados
               DISPLAY 'Boletos de carnê de empréstimo liquidados: '
                   WS-CarnesLiquidados
               DISPLAY 'Tarifas de cobrança cobradas: '
                   WS-TarifasCobradas ' (R$ ' WS-ValorTarifas ')'
           END-IF.

      * Só título registrado aceita retorno; nosso número
               ADD 1 TO WS-Ignorados
               DISPLAY 'Retorno nosso número ' RetNossoNumero
                   ': título registrado não encontrado, ignorado.'
           ELSE
           IF WS-OrigemTitulo = 'E'
               PERFORM ProcessarRetornoCarne
           ELSE
               IF RetSituacao = 'PAGO'
                   IF WS-DescontoAnterior = 'D'
                       PERFORM LiquidarDesconto
                   ELSE
                       MOVE RetValorPago TO WS-ValorCedente
                       PERFORM CreditarCedente
                       IF WS-CreditoEfetuado = 'S'
                           ADD 1 TO WS-Liquidados
                           ADD RetValorPago TO WS-ValorLiquidado
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-Baixados
                   DISPLAY 'Título ' RetNossoNumero
                       ': baixado sem pagamento.'
                   IF WS-DescontoAnterior = 'D'
                       MOVE WS-TituloFace TO WS-ValorCedente
                       MOVE SPACES TO WS-MovDescricao
                       STRING 'Débito de título descontado baixado '
                              DELIMITED BY SIZE
                              RetNossoNumero DELIMITED BY SIZE
                           INTO WS-MovDescricao
                       PERFORM DebitarCedente
                   END-IF
               END-IF
               MOVE RetNossoNumero TO WS-TarifaNossoNumero
               IF RetSituacao = 'PAGO'
                   MOVE 'liquidação' TO WS-TarifaEvento
               ELSE
                   MOVE 'baixa' TO WS-TarifaEvento
               END-IF
               PERFORM CobrarTarifaCobranca
           END-IF
           END-IF.

      * Título descontado: o valor pago fica com o banco e quita a
      * operação. Pagamento acima do valor de face (encargos do
      * pagador) tem a sobra creditada ao cedente; abaixo, a
      * diferença é debitada dele.
       LiquidarDesconto.
           ADD 1 TO WS-Liquidados
           ADD RetValorPago TO WS-ValorLiquidado
           ADD 1 TO WS-DescQuitados
           DISPLAY 'Título ' RetNossoNumero
               ': liquidação quita o desconto.'
           IF RetValorPago > WS-TituloFace
               COMPUTE WS-ValorCedente = RetValorPago - WS-TituloFace
               PERFORM CreditarCedente
           ELSE
           IF RetValorPago < WS-TituloFace
               COMPUTE WS-ValorCedente = WS-TituloFace - RetValorPago
               MOVE SPACES TO WS-MovDescricao
               STRING 'Diferença de título descontado '
                      DELIMITED BY SIZE
                      RetNossoNumero DELIMITED BY SIZE
                   INTO WS-MovDescricao
               PERFORM DebitarCedente
           END-IF
           END-IF.

       BaixarTitulo.
           MOVE 'N' TO WS-TituloAchado
           MOVE SPACE TO WS-DescontoAnterior
           MOVE SPACE TO WS-OrigemTitulo
           MOVE 0 TO WS-Protocolo
           IF RetSituacao = 'PAGO'
               PERFORM ObterProximoProtocolo
                               MOVE 'Y' TO WS-TituloAchado
                               MOVE TituloCedenteID
                                   TO InstrCedenteID
                               MOVE TituloDesconto
                                   TO WS-DescontoAnterior
                               MOVE TituloValor TO WS-TituloFace
                               IF TituloCarneEmprestimo
                                   MOVE 'E' TO WS-OrigemTitulo
                                   MOVE TituloEmprestimoID
                                       TO WS-CarneEmprestimo
                                   MOVE TituloParcelaNumero
                                       TO WS-CarneParcela
                               END-IF
                               IF RetSituacao = 'PAGO'
                                   MOVE 'P' TO TituloStatus
                                   MOVE RetDataPagamento
                                       TO TituloDataPagamento
                                   MOVE WS-Protocolo
                                       TO TituloProtocoloPagto
                                   IF TituloDescontado
                                       MOVE 'L' TO TituloDesconto
                                   END-IF
                               ELSE
                                   MOVE 'B' TO TituloStatus
                                   IF TituloDescontado
                                       MOVE 'C' TO TituloDesconto
                                   END-IF
                               END-IF
                               REWRITE TituloRecord
                               EXIT PERFORM
           END-IF.

       CreditarCedente.
           MOVE 'N' TO WS-CreditoEfetuado
           PERFORM LocalizarCedente
           IF WS-CedenteAchado = 'N'
               ADD 1 TO WS-Ignorados
               DISPLAY 'Título ' RetNossoNumero
                   ': cedente não localizado para crédito!'
           ELSE
               PERFORM ObterTabelaTarifas
               MOVE WS-CedenteConta TO ContaNumero
               READ ContaFile
                   INVALID KEY
                       DISPLAY 'Título ' RetNossoNumero
                           ': conta do cedente não encontrada!'
                   NOT INVALID KEY
                       ADD WS-ValorCedente TO ContaSaldo
                       IF WS-DiasFloat > 0
                           ADD WS-ValorCedente TO ContaBloqueioDeposito
                       END-IF
                       REWRITE ContaRecord
           CALL 'GravarJournal' USING 'CobrancaTitulos     '
               'contas          ' ContaRecord
                       MOVE WS-MovData TO MovimentacaoData
                       MOVE WS-MovHora TO MovimentacaoHora
                       MOVE 'C' TO MovimentacaoTipo
                       MOVE WS-ValorCedente TO MovimentacaoValor
                       MOVE ContaSaldo TO MovimentacaoSaldoApos
                       MOVE WS-MovDescricao
                           TO MovimentacaoDescricao
           CALL 'GravarJournal' USING 'CobrancaTitulos     '
               'movimentacao    ' MovimentacaoRecord

                       MOVE 'S' TO WS-CreditoEfetuado
                       DISPLAY 'Título ' RetNossoNumero ': R$ '
                           WS-ValorCedente ' creditados na conta '
                           WS-CedenteConta '.'
                       IF WS-DiasFloat > 0
                           PERFORM ReterFloat
                       END-IF
               END-READ
           END-IF.

      * Float da liquidação: o crédito entra no saldo contábil e
      * fica retido em ContaBloqueioDeposito até D+n dias úteis, pelo
      * mesmo mecanismo do depósito com prazo de compensação.
       ReterFloat.
           PERFORM CalcularDataFloat
           MOVE WS-CedenteConta TO BloqDepContaNumero
           MOVE WS-ValorCedente TO BloqDepValor
           MOVE WS-DataHojeOrd TO BloqDepDataDeposito
           MOVE WS-DataLiberacao TO BloqDepDataLiberacao
           MOVE 'A' TO BloqDepStatus
           OPEN EXTEND BloqueioDepFile
           IF WS-BloqDepFileStatus = '35'
               OPEN OUTPUT BloqueioDepFile
           END-IF
           WRITE BloqueioDepositoRecord
           CLOSE BloqueioDepFile
           DISPLAY '  Crédito retido até ' WS-DataLiberacao
               ' (float D+' WS-DiasFloat ').'.

      * Conta n dias úteis a partir de hoje: cada passo avança um
      * dia e rola para o primeiro dia útil (fim de semana e
      * feriados.dat ficam de fora).
       CalcularDataFloat.
           MOVE WS-DataHojeOrd TO WS-DataLiberacao
           PERFORM VARYING WS-DiaFloatIdx FROM 1 BY 1
                   UNTIL WS-DiaFloatIdx > WS-DiasFloat
               COMPUTE WS-UtilEntrada = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DataLiberacao) + 1)
               MOVE 'DIAUTIL' TO WS-UtilFuncao
               CALL 'Utilitarios' USING WS-UtilFuncao WS-UtilEntrada
                   WS-UtilSaida WS-UtilResultado
               MOVE WS-UtilSaida TO WS-DataLiberacao
           END-PERFORM.

      * Tarifa de cobrança do evento em WS-TarifaEvento para o
      * título em WS-TarifaNossoNumero, debitada do cedente mesmo
      * sem saldo, como as demais tarifas. Tarifa zero na tabela
      * não gera lançamento.
       CobrarTarifaCobranca.
           PERFORM LocalizarCedente
           IF WS-CedenteAchado = 'Y'
               PERFORM ObterTabelaTarifas
               EVALUATE WS-TarifaEvento
                   WHEN 'registro'
                       MOVE WS-TarifaRegistro TO WS-TarifaValor
                   WHEN 'baixa'
                       MOVE WS-TarifaBaixa TO WS-TarifaValor
                   WHEN OTHER
                       MOVE WS-TarifaLiquidacao TO WS-TarifaValor
               END-EVALUATE
               IF WS-TarifaValor > 0
                   PERFORM DebitarTarifaCobranca
               END-IF
           END-IF.

       DebitarTarifaCobranca.
           IF WS-Protocolo = 0
               PERFORM ObterProximoProtocolo
           END-IF
           MOVE WS-CedenteConta TO ContaNumero
           READ ContaFile
               INVALID KEY
                   DISPLAY 'Conta do cedente ' WS-CedenteConta
                       ' não encontrada para a tarifa!'
               NOT INVALID KEY
                   SUBTRACT WS-TarifaValor FROM ContaSaldo
                   REWRITE ContaRecord
           CALL 'GravarJournal' USING 'CobrancaTitulos     '
               'contas          ' ContaRecord

                   MOVE SPACES TO WS-MovDescricao
                   STRING 'Tarifa de cobrança - ' DELIMITED BY SIZE
                          WS-TarifaEvento DELIMITED BY SPACE
                          ' nosso número ' DELIMITED BY SIZE
                          WS-TarifaNossoNumero DELIMITED BY SIZE
                       INTO WS-MovDescricao
                   MOVE WS-CedenteConta TO MovimentacaoContaNumero
                   MOVE WS-MovData TO MovimentacaoData
                   MOVE WS-MovHora TO MovimentacaoHora
                   MOVE 'F' TO MovimentacaoTipo
                   MOVE WS-TarifaValor TO MovimentacaoValor
                   MOVE ContaSaldo TO MovimentacaoSaldoApos
                   MOVE WS-MovDescricao TO MovimentacaoDescricao
                   MOVE 0 TO MovimentacaoContaRelacionada
                   MOVE WS-Protocolo TO MovimentacaoProtocolo
                   MOVE 'COBRANCA' TO MovimentacaoOperadorID
                   PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'CobrancaTitulos     '
               'movimentacao    ' MovimentacaoRecord

                   ADD 1 TO WS-TarifasCobradas
                   ADD WS-TarifaValor TO WS-ValorTarifas
           END-READ.

      * Tabela própria do cedente ('P') ou a do pacote da conta do
      * cedente; sem pacote, ou pacote sem tabela de cobrança, o
      * serviço sai sem tarifa e sem float.
       ObterTabelaTarifas.
           MOVE 0 TO WS-TarifaRegistro
           MOVE 0 TO WS-TarifaLiquidacao
           MOVE 0 TO WS-TarifaBaixa
           MOVE 0 TO WS-DiasFloat
           IF WS-CedenteTabela = 'P'
               IF CedenteTarifaRegistro IS NUMERIC
                   MOVE CedenteTarifaRegistro TO WS-TarifaRegistro
               END-IF
               IF CedenteTarifaLiquidacao IS NUMERIC
                   MOVE CedenteTarifaLiquidacao TO WS-TarifaLiquidacao
               END-IF
               IF CedenteTarifaBaixa IS NUMERIC
                   MOVE CedenteTarifaBaixa TO WS-TarifaBaixa
               END-IF
               IF CedenteDiasFloat IS NUMERIC
                   MOVE CedenteDiasFloat TO WS-DiasFloat
               END-IF
           ELSE
               MOVE WS-CedenteConta TO ContaNumero
               READ ContaFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ContaPacoteID IS NUMERIC AND
                               ContaPacoteID NOT = 0
                           PERFORM LocalizarPacote
                       END-IF
               END-READ
           END-IF.

       LocalizarPacote.
           OPEN INPUT PacoteFile
           IF WS-PacoteFileStatus = '00'
               PERFORM UNTIL WS-PacoteFileStatus = '10'
                   READ PacoteFile INTO PacoteRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PacoteID = ContaPacoteID
                               PERFORM CopiarTabelaPacote
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PacoteFile
           END-IF.

       CopiarTabelaPacote.
           IF PacoteTarifaCobRegistro IS NUMERIC
               MOVE PacoteTarifaCobRegistro TO WS-TarifaRegistro
           END-IF
           IF PacoteTarifaCobLiquidacao IS NUMERIC
               MOVE PacoteTarifaCobLiquidacao TO WS-TarifaLiquidacao
           END-IF
           IF PacoteTarifaCobBaixa IS NUMERIC
               MOVE PacoteTarifaCobBaixa TO WS-TarifaBaixa
           END-IF
           IF PacoteDiasFloatCob IS NUMERIC
               MOVE PacoteDiasFloatCob TO WS-DiasFloat
           END-IF.

      * Débito da coobrigação do cedente em título descontado não
      * liquidado. O débito é feito mesmo sem saldo; se a conta
      * passa do limite, abre pendência DESC para a cobrança do
      * cedente. O chamador deixa o valor em WS-ValorCedente e a
      * descrição em WS-MovDescricao.
       DebitarCedente.
           PERFORM LocalizarCedente
           IF WS-CedenteAchado = 'N'
               DISPLAY 'Título descontado do cedente ' InstrCedenteID
                   ': cedente não localizado para débito!'
           ELSE
               IF WS-Protocolo = 0
                   PERFORM ObterProximoProtocolo
               END-IF
               MOVE WS-CedenteConta TO ContaNumero
               READ ContaFile
                   INVALID KEY
                       DISPLAY 'Conta do cedente ' WS-CedenteConta
                           ' não encontrada para débito!'
                   NOT INVALID KEY
                       SUBTRACT WS-ValorCedente FROM ContaSaldo
                       REWRITE ContaRecord
           CALL 'GravarJournal' USING 'CobrancaTitulos     '
               'contas          ' ContaRecord

                       MOVE WS-CedenteConta
                           TO MovimentacaoContaNumero
                       MOVE WS-MovData TO MovimentacaoData
                       MOVE WS-MovHora TO MovimentacaoHora
                       MOVE 'Q' TO MovimentacaoTipo
                       MOVE WS-ValorCedente TO MovimentacaoValor
                       MOVE ContaSaldo TO MovimentacaoSaldoApos
                       MOVE WS-MovDescricao
                           TO MovimentacaoDescricao
                       MOVE 0 TO MovimentacaoContaRelacionada
                       MOVE WS-Protocolo TO MovimentacaoProtocolo
                       MOVE 'COBRANCA' TO MovimentacaoOperadorID
                       PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'CobrancaTitulos     '
               'movimentacao    ' MovimentacaoRecord

                       ADD 1 TO WS-DescDebitados
                       ADD WS-ValorCedente TO WS-ValorDescDebitado
                       DISPLAY 'Conta ' WS-CedenteConta ': R$ '
                           WS-ValorCedente ' debitados do cedente.'
                       COMPUTE WS-LimiteNegativo = 0 - ContaLimite
                       IF ContaSaldo < WS-LimiteNegativo
                           MOVE WS-ValorCedente TO WS-PendValor
                           MOVE 'DESC' TO WS-PendTipo
                           MOVE SPACES TO WS-PendDescricao
                           STRING 'Débito de título descontado acima'
                                  DELIMITED BY SIZE
                                  ' do limite' DELIMITED BY SIZE
                               INTO WS-PendDescricao
                           CALL 'RegistrarPendencia' USING
                               WS-PendOrigem WS-PendTipo
                               WS-CedenteConta WS-PendValor
                               WS-PendDescricao
                       END-IF
               END-READ
           END-IF.

      * Título descontado ainda em cobrança (ou em protesto) e
      * vencido há mais dias que a carência (o pagamento do dia do
      * vencimento chega no retorno seguinte) volta para o cedente:
      * o valor de face é debitado e o título segue na situação em
      * que está, de modo que uma liquidação tardia credita o
      * cedente pelo fluxo normal.
       DebitarDescontadosVencidos.
           MOVE 'DESC-TIT-CARENCIA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor >= 0
                   AND WS-ParamValor < 1000
               MOVE WS-ParamValor TO WS-CarenciaDesconto
           END-IF
           COMPUTE WS-DataCorte = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) -
               WS-CarenciaDesconto)

           OPEN I-O TituloFile
           IF WS-TitFileStatus NOT = '00'
               DISPLAY 'Nenhum título emitido.'
           ELSE
               OPEN I-O ContaFile
               IF WS-FileStatus = '35'
                   OPEN OUTPUT ContaFile
                   CLOSE ContaFile
                   OPEN I-O ContaFile
               END-IF
               OPEN I-O MovimentacaoFile
               IF WS-MovFileStatus = '35'
                   OPEN OUTPUT MovimentacaoFile
                   CLOSE MovimentacaoFile
                   OPEN I-O MovimentacaoFile
               END-IF

               MOVE 'Debitando descontados vencidos...'
                   TO WS-Mensagem
               DISPLAY WS-Mensagem
               PERFORM UNTIL WS-TitFileStatus = '10'
                   READ TituloFile INTO TituloRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF TituloDescontado AND
                                   NOT TituloPago AND
                                   NOT TituloBaixado
                                   AND TituloDataVencimento <
                                   WS-DataCorte
                               PERFORM DebitarTituloVencido
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE MovimentacaoFile
               CLOSE ContaFile
               CLOSE TituloFile
               DISPLAY 'Descontos debitados do cedente: '
                   WS-DescDebitados ' (R$ ' WS-ValorDescDebitado ')'
           END-IF.

       DebitarTituloVencido.
           MOVE 'C' TO TituloDesconto
           REWRITE TituloRecord
           MOVE TituloCedenteID TO InstrCedenteID
           MOVE TituloValor TO WS-ValorCedente
           MOVE 0 TO WS-Protocolo
           MOVE SPACES TO WS-MovDescricao
           STRING 'Débito de título descontado vencido '
                  DELIMITED BY SIZE
                  TituloNossoNumero DELIMITED BY SIZE
               INTO WS-MovDescricao
           PERFORM DebitarCedente.

      *****************************************************************
      * Retorno de boleto do carnê de empréstimo. A liquidação entra
      * como crédito na conta do contrato e dali paga a parcela com
      * os encargos até a data do pagamento, no mesmo desenho do
      * débito do CobrancaEmprestimo; a sobra (pagamento acima do
      * devido ou parcela já quitada por outro meio) fica na conta.
      * A baixa sem pagamento limpa o boleto da parcela, que volta
      * ao débito em conta.
      *****************************************************************
       ProcessarRetornoCarne.
           IF RetSituacao = 'PAGO'
               PERFORM LiquidarParcelaCarne
           ELSE
               ADD 1 TO WS-Baixados
               DISPLAY 'Título ' RetNossoNumero
                   ': boleto do carnê baixado sem pagamento.'
               PERFORM LiberarParcelaCarne
           END-IF.

       LiquidarParcelaCarne.
           MOVE 'N' TO WS-ParcelaAchada
           MOVE 'N' TO WS-CreditoEfetuado
           OPEN I-O ParcelaFile
           IF WS-ParcelaFileStatus = '00'
               PERFORM UNTIL WS-ParcelaFileStatus = '10'
                   READ ParcelaFile INTO ParcelaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ParcelaEmprestimoID = WS-CarneEmprestimo
                                   AND ParcelaNumero = WS-CarneParcela
                               MOVE 'S' TO WS-ParcelaAchada
                               PERFORM CreditarPagamentoCarne
                               IF WS-CreditoEfetuado = 'S' AND
                                       (ParcelaPendente OR
                                           ParcelaAtrasada)
                                   PERFORM AplicarPagamentoParcela
                               ELSE
                               IF WS-CreditoEfetuado = 'S'
                                   DISPLAY '  Parcela já encerrada:'
                                       ' valor mantido na conta '
                                       WS-ContaCarne '.'
                               END-IF
                               END-IF
                               REWRITE ParcelaRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF
           IF WS-CreditoEfetuado = 'S'
               ADD 1 TO WS-Liquidados
               ADD RetValorPago TO WS-ValorLiquidado
               ADD 1 TO WS-CarnesLiquidados
           ELSE
               ADD 1 TO WS-Ignorados
               DISPLAY 'Título ' RetNossoNumero
                   ': parcela ou conta do carnê não localizada!'
               MOVE RetValorPago TO WS-PendValor
               MOVE 'DIVG' TO WS-PendTipo
               MOVE SPACES TO WS-PendDescricao
               STRING 'Boleto de carnê liquidado sem parcela/conta '
                      DELIMITED BY SIZE
                      RetNossoNumero DELIMITED BY SIZE
                   INTO WS-PendDescricao
               CALL 'RegistrarPendencia' USING
                   WS-PendOrigem WS-PendTipo
                   WS-ContaCarne WS-PendValor
                   WS-PendDescricao
           END-IF.

       CreditarPagamentoCarne.
           MOVE ParcelaContaNumero TO WS-ContaCarne
           MOVE WS-ContaCarne TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD RetValorPago TO ContaSaldo
                   REWRITE ContaRecord
           CALL 'GravarJournal' USING 'CobrancaTitulos     '
               'contas          ' ContaRecord

                   MOVE SPACES TO WS-MovDescricao
                   STRING 'Boleto carnê parcela ' DELIMITED BY SIZE
                          ParcelaNumero DELIMITED BY SIZE
                          ' do empréstimo ' DELIMITED BY SIZE
                          ParcelaEmprestimoID DELIMITED BY SIZE
                       INTO WS-MovDescricao
                   MOVE 'C' TO MovimentacaoTipo
                   MOVE RetValorPago TO WS-ValorAplicado
                   PERFORM GravarMovimentoCarne
                   MOVE 'S' TO WS-CreditoEfetuado
                   DISPLAY 'Título ' RetNossoNumero ': R$ '
                       RetValorPago ' do carnê creditados na conta '
                       WS-ContaCarne '.'
           END-READ.

      * Pagamento que cobre parcela e encargos quita a parcela; o
      * que não cobre paga primeiro os encargos e abate o resto da
      * parcela, com a mora voltando a correr da data do pagamento.
       AplicarPagamentoParcela.
           IF ParcelaAtrasada
               MOVE 'Y' TO WS-ParcelaFoiAtrasada
           ELSE
               MOVE 'N' TO WS-ParcelaFoiAtrasada
           END-IF
           PERFORM ApurarEncargosCarne
           IF RetValorPago >= WS-ValorDevido + WS-Encargos
               IF WS-Encargos > 0
                   MOVE WS-Encargos TO WS-ValorAplicado
                   PERFORM DebitarEncargosCarne
               END-IF
               MOVE SPACES TO WS-MovDescricao
               STRING 'Parcela ' DELIMITED BY SIZE
                      ParcelaNumero DELIMITED BY SIZE
                      ' do empréstimo ' DELIMITED BY SIZE
                      ParcelaEmprestimoID DELIMITED BY SIZE
                   INTO WS-MovDescricao
               MOVE 'Q' TO MovimentacaoTipo
               MOVE WS-ValorDevido TO WS-ValorAplicado
               PERFORM DebitarContaCarne
               ADD WS-ValorDevido TO ParcelaValorPago
               MOVE 'G' TO ParcelaStatus
               MOVE WS-DataBaseMora TO ParcelaDataPagamento
               IF RetDataPagamento IS NUMERIC AND
                       RetDataPagamento > 0
                   MOVE RetDataPagamento TO ParcelaDataPagamento
               END-IF
               MOVE 0 TO ParcelaNossoNumero
               PERFORM AtualizarContratoCarne
               DISPLAY '  Empréstimo ' ParcelaEmprestimoID ' parcela '
                   ParcelaNumero ' paga pelo carnê.'
           ELSE
               IF RetValorPago > WS-Encargos
                   IF WS-Encargos > 0
                       MOVE WS-Encargos TO WS-ValorAplicado
                       PERFORM DebitarEncargosCarne
                   END-IF
                   COMPUTE WS-ValorAplicado =
                       RetValorPago - WS-Encargos
                   MOVE SPACES TO WS-MovDescricao
                   STRING 'Pagto parcial parcela ' DELIMITED BY SIZE
                          ParcelaNumero DELIMITED BY SIZE
                          ' do empréstimo ' DELIMITED BY SIZE
                          ParcelaEmprestimoID DELIMITED BY SIZE
                       INTO WS-MovDescricao
                   MOVE 'Q' TO MovimentacaoTipo
                   PERFORM DebitarContaCarne
                   ADD WS-ValorAplicado TO ParcelaValorPago
               ELSE
                   MOVE RetValorPago TO WS-ValorAplicado
                   PERFORM DebitarEncargosCarne
               END-IF
               MOVE WS-DataPagamentoCarne TO ParcelaDataBaseMora
               MOVE 0 TO ParcelaNossoNumero
               DISPLAY '  Empréstimo ' ParcelaEmprestimoID ' parcela '
                   ParcelaNumero ': pagamento parcial pelo carnê,'
                   ' saldo volta ao débito em conta.'
           END-IF.

      * Mesma apuração do CobrancaEmprestimo, com a data do
      * pagamento do boleto no lugar da data do processamento.
       ApurarEncargosCarne.
           MOVE WS-DataHojeOrd TO WS-DataPagamentoCarne
           IF RetDataPagamento IS NUMERIC AND RetDataPagamento > 0
               MOVE RetDataPagamento TO WS-DataPagamentoCarne
           END-IF
           IF ParcelaValorPago NOT NUMERIC
               MOVE 0 TO ParcelaValorPago
           END-IF
           IF ParcelaEncargosPagos NOT NUMERIC
               MOVE 0 TO ParcelaEncargosPagos
           END-IF
           IF ParcelaDataBaseMora NOT NUMERIC
               MOVE 0 TO ParcelaDataBaseMora
           END-IF
           COMPUTE WS-ValorDevido = ParcelaValor - ParcelaValorPago
           MOVE 0 TO WS-JurosMora
           MOVE 0 TO WS-MultaAtraso
           MOVE 0 TO WS-Encargos
           MOVE 0 TO WS-DiasAtraso
           IF ParcelaDataBaseMora > 0
               MOVE ParcelaDataBaseMora TO WS-DataBaseMora
           ELSE
               MOVE ParcelaDataVencimento TO WS-DataBaseMora
           END-IF
           IF WS-DataBaseMora < WS-DataPagamentoCarne
               COMPUTE WS-DiasAtraso =
                   FUNCTION INTEGER-OF-DATE(WS-DataPagamentoCarne) -
                   FUNCTION INTEGER-OF-DATE(WS-DataBaseMora)
               COMPUTE WS-JurosMora ROUNDED =
                   WS-ValorDevido * WS-MoraPctDia * WS-DiasAtraso / 100
               IF ParcelaEncargosPagos = 0
                   COMPUTE WS-MultaAtraso ROUNDED =
                       WS-ValorDevido * WS-MultaPct / 100
               END-IF
               COMPUTE WS-Encargos = WS-JurosMora + WS-MultaAtraso
           END-IF
           MOVE WS-DataPagamentoCarne TO WS-DataBaseMora.

      * Encargos em lançamento próprio ('Y') para o diário levar à
      * receita de mora, como no débito da parcela em conta.
       DebitarEncargosCarne.
           MOVE SPACES TO WS-MovDescricao
           STRING 'Mora/multa parcela ' DELIMITED BY SIZE
                  ParcelaNumero DELIMITED BY SIZE
                  ' do empréstimo ' DELIMITED BY SIZE
                  ParcelaEmprestimoID DELIMITED BY SIZE
               INTO WS-MovDescricao
           MOVE 'Y' TO MovimentacaoTipo
           PERFORM DebitarContaCarne
           ADD WS-ValorAplicado TO ParcelaEncargosPagos.

      * Débito na conta do contrato (já lida em ContaRecord) do valor
      * em WS-ValorAplicado, com o tipo e a descrição deixados pelo
      * chamador.
       DebitarContaCarne.
           SUBTRACT WS-ValorAplicado FROM ContaSaldo
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'CobrancaTitulos     '
               'contas          ' ContaRecord
           PERFORM GravarMovimentoCarne.

       GravarMovimentoCarne.
           MOVE WS-ContaCarne TO MovimentacaoContaNumero
           MOVE WS-MovData TO MovimentacaoData
           MOVE WS-MovHora TO MovimentacaoHora
           MOVE WS-ValorAplicado TO MovimentacaoValor
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE WS-MovDescricao TO MovimentacaoDescricao
           MOVE 0 TO MovimentacaoContaRelacionada
           MOVE WS-Protocolo TO MovimentacaoProtocolo
           MOVE 'COBRANCA' TO MovimentacaoOperadorID
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'CobrancaTitulos     '
               'movimentacao    ' MovimentacaoRecord.

      * Contrato após a parcela paga pelo carnê: mesma regra do
      * CobrancaEmprestimo, inclusive a quitação na última parcela
      * com a liberação do CDB caucionado.
       AtualizarContratoCarne.
           MOVE 0 TO WS-CaucaoContrato
           OPEN I-O EmprestimoFile
           IF WS-EmprestFileStatus = '00'
               PERFORM UNTIL WS-EmprestFileStatus = '10'
                   READ EmprestimoFile INTO EmprestimoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EmprestimoID = ParcelaEmprestimoID
                               ADD 1 TO EmprestimoParcelasPagas
                               IF WS-ParcelaFoiAtrasada = 'Y' AND
                                       EmprestimoParcelasAtraso > 0
                                   SUBTRACT 1
                                       FROM EmprestimoParcelasAtraso
                               END-IF
                               IF EmprestimoParcelasPagas >=
                                       EmprestimoPrazoMeses
                                   MOVE 'Q' TO EmprestimoStatus
                                   DISPLAY '  Empréstimo ' EmprestimoID
                                       ' quitado.'
                                   MOVE EmprestimoID
                                       TO WS-CaucaoContrato
                               END-IF
                               REWRITE EmprestimoRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF
           IF WS-CaucaoContrato > 0
               MOVE 0 TO WS-CaucaoNovoContrato
               CALL 'LiberarCaucao' USING WS-CaucaoContrato
                   WS-CaucaoNovoContrato WS-CaucaoQtde
           END-IF.

       LiberarParcelaCarne.
           OPEN I-O ParcelaFile
           IF WS-ParcelaFileStatus = '00'
               PERFORM UNTIL WS-ParcelaFileStatus = '10'
                   READ ParcelaFile INTO ParcelaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ParcelaEmprestimoID = WS-CarneEmprestimo
                                   AND ParcelaNumero = WS-CarneParcela
                                   AND ParcelaNossoNumero =
                                       RetNossoNumero
                               MOVE 0 TO ParcelaNossoNumero
                               REWRITE ParcelaRecord
                               DISPLAY '  Parcela ' ParcelaNumero
                                   ' do empréstimo '
                                   ParcelaEmprestimoID
                                   ' volta ao débito em conta.'
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF.

       CarregarParametrosMora.
           MOVE 'MORA-JUROS-DIA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-MoraPctDia
           END-IF
           MOVE 'MORA-MULTA-PCT' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-MultaPct
           END-IF.

       ObterProximoNossoNumero.
           MOVE 0 TO WS-NossoNumeroNovo
           OPEN INPUT TituloSeqFile
