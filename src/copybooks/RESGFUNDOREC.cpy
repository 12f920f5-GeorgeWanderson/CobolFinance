      *****************************************************************
      *  RESGFUNDOREC.CPY - Layout do pedido de resgate de fundo
      *  (resgates_fundos.dat). O resgate é cotizado na cota do dia
      *  do pedido, com o IR já apurado sobre o ganho acima do custo
      *  médio, e liquidado em conta na data D+n (dias úteis pelo
      *  calendário de feriados.dat) pelo job de liquidação.
      *****************************************************************
       01  ResgFundoRecord.
           05  ResgFundoCodigo           PIC 9(4).
           05  ResgFundoConta            PIC 9(7).
           05  ResgFundoCotas            PIC 9(9)V9(6).
           05  ResgFundoCota             PIC 9(5)V9(8).
           05  ResgFundoValorBruto       PIC 9(9)V99.
           05  ResgFundoValorIR          PIC 9(7)V99.
           05  ResgFundoDataPedido       PIC 9(8).
           05  ResgFundoDataLiquidacao   PIC 9(8).
           05  ResgFundoOperadorID       PIC X(10).
           05  ResgFundoStatus           PIC X(1).
               88  ResgFundoPendente         VALUE 'P'.
               88  ResgFundoLiquidado        VALUE 'L'.
