      *        Liquidada antecipadamente na quitação do contrato,
      *        sem a parte de juros ainda não incorrida.
               88  ParcelaLiquidada          VALUE 'L'.
      *    Parte do prêmio do seguro prestamista contida na
      *    amortização da parcela; zero em contrato sem seguro.
           05  ParcelaValorSeguro        PIC 9(7)V99.
      *    Pagamento parcial de parcela em atraso: parte do valor da
      *    parcela já recebida (o devido é ParcelaValor menos este
      *    campo), encargos de mora e multa já recebidos e a data a
      *    partir da qual os juros de mora voltam a correr sobre o
      *    saldo remanescente (zero = desde o vencimento). Linhas
      *    gravadas antes destes campos chegam em branco e valem
      *    zero.
           05  ParcelaValorPago          PIC 9(7)V99.
           05  ParcelaEncargosPagos      PIC 9(7)V99.
           05  ParcelaDataBaseMora       PIC 9(8).
      *    Nosso número do boleto do carnê em aberto para a parcela
      *    (titulos.dat): enquanto preenchido, o débito em conta da
      *    parcela fica suspenso. Zero (ou em branco) = cobrança
      *    pelo débito em conta.
           05  ParcelaNossoNumero        PIC 9(10).
