      *****************************************************************
      *  FATURAREC.CPY - Layout do registro de fatura do cartão de
      *  crédito (faturas.dat). Uma linha por fechamento de ciclo: o
      *  rotativo trazido da fatura anterior com os juros do período,
      *  as compras do ciclo, o total e o pagamento mínimo. No
      *  vencimento o faturamento cobra em conta o que o saldo
      *  disponível permitir e registra o valor pago; a diferença vai
      *  para o rotativo da conta cartão. Compartilhado pelo
      *  faturamento e pela manutenção de cartões (consulta), para
      *  manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  FaturaRecord.
           05  FaturaClienteID           PIC 9(5).
           05  FaturaContaNumero         PIC 9(7).
           05  FaturaDataFechamento      PIC 9(8).
           05  FaturaDataVencimento      PIC 9(8).
           05  FaturaSaldoAnterior       PIC 9(7)V99.
           05  FaturaJurosRotativo       PIC 9(7)V99.
           05  FaturaCompras             PIC 9(7)V99.
           05  FaturaValorTotal          PIC 9(7)V99.
           05  FaturaPagamentoMinimo     PIC 9(7)V99.
           05  FaturaValorPago           PIC 9(7)V99.
           05  FaturaDataPagamento       PIC 9(8).
           05  FaturaStatus              PIC X(1).
               88  FaturaAberta              VALUE 'A'.
               88  FaturaPaga                VALUE 'P'.
      *        Paga entre o mínimo e o total: saldo no rotativo.
               88  FaturaParcial             VALUE 'R'.
      *        Paga abaixo do mínimo: rotativo e atraso.
               88  FaturaInadimplente        VALUE 'N'.
