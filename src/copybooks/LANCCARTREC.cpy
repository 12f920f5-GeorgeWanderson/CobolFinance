      *****************************************************************
      *  LANCCARTREC.CPY - Layout do registro de compra no cartão de
      *  crédito (lancamentos_cartao.dat). Uma linha por autorização
      *  do switch postada na função crédito; a competência da fatura
      *  fica zerada até o fechamento do ciclo, que a preenche ao
      *  levar a compra para a fatura. Compartilhado pelo
      *  PostarAutorizacoes e pelo faturamento, para manter o layout
      *  do arquivo em um só lugar.
      *****************************************************************
       01  LancCartaoRecord.
           05  LancCartNumero            PIC X(16).
           05  LancCartClienteID         PIC 9(5).
           05  LancCartData              PIC 9(8).
           05  LancCartHora              PIC X(6).
           05  LancCartValor             PIC 9(7)V99.
           05  LancCartCanal             PIC X(3).
      *    Data de fechamento da fatura que levou a compra; zero =
      *    ainda no ciclo aberto.
           05  LancCartFechamento        PIC 9(8).
