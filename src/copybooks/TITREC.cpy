      *  com nosso número e linha digitável próprios, registrado na
      *  remessa à rede de cobrança e baixado pelo retorno de
      *  liquidação, que credita a conta do cedente. Compartilhado
      *  pelo job de cobrança, pelo desconto de títulos, pelo carnê
      *  de empréstimo e pelo relatório de títulos, para manter o
      *  layout do arquivo em um só lugar.
      *****************************************************************
       01  TituloRecord.
           05  TituloNossoNumero         PIC 9(10).
               88  TituloRegistrado          VALUE 'R'.
               88  TituloPago                VALUE 'P'.
               88  TituloBaixado             VALUE 'B'.
      *        Protesto: enviado ao cartório na remessa de protesto,
      *        protestado pelo cartório ou sustado (ordem judicial
      *        ou desistência do cedente). Pago em cartório volta a
      *        pago.
               88  TituloEmCartorio          VALUE 'C'.
               88  TituloProtestado          VALUE 'T'.
               88  TituloSustado             VALUE 'S'.
      *    Desconto (antecipação ao cedente): o título segue o fluxo
      *    normal da cobrança, mas a liquidação quita a operação em
      *    vez de creditar o cedente, e o vencimento sem pagamento
      *    debita o cedente. Linhas de títulos nunca descontados
      *    chegam com os campos em branco.
           05  TituloDesconto            PIC X(1).
               88  TituloDescontado          VALUE 'D'.
               88  TituloDescontoLiquidado   VALUE 'L'.
               88  TituloDescontoDebitado    VALUE 'C'.
           05  TituloDataDesconto        PIC 9(8).
           05  TituloValorDesagio        PIC 9(7)V99.
           05  TituloProtocoloDesconto   PIC 9(10).
      *    Instrução de protesto do próprio título (dias corridos
      *    após o vencimento; zero segue o padrão do cedente), data
      *    de envio ao cartório e custas já cobradas do cedente.
           05  TituloDiasProtesto        PIC 9(3).
           05  TituloDataCartorio        PIC 9(8).
           05  TituloCustasProtesto      PIC 9(7)V99.
      *    Origem do título: 'E' = boleto do carnê de parcela de
      *    empréstimo (cedente zero, o próprio banco), amarrado ao
      *    contrato e à parcela de parcelas.dat; em branco = título
      *    de cedente.
           05  TituloOrigem              PIC X(1).
               88  TituloCarneEmprestimo     VALUE 'E'.
           05  TituloEmprestimoID        PIC 9(5).
           05  TituloParcelaNumero       PIC 9(3).
