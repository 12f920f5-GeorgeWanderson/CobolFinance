      *****************************************************************
      *  CCREDREC.CPY - Layout do registro de conta cartão de crédito
      *  (contas_cartao.dat). Uma linha por cliente com cartão de
      *  crédito: limite próprio (alterado só pela dupla custódia),
      *  conta corrente onde a fatura é cobrada, dia de vencimento e
      *  os três saldos que somados consomem o limite - compras do
      *  ciclo ainda não faturadas, fatura fechada a vencer e saldo
      *  rolado no rotativo. A data de atraso marca o vencimento mais
      *  antigo pago abaixo do mínimo, para a provisão e o SCR.
      *  Compartilhado pela manutenção de cartões, pela postagem das
      *  autorizações, pelo faturamento e pelos jobs de risco, para
      *  manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  ContaCartaoRecord.
           05  CCredClienteID            PIC 9(5).
           05  CCredContaNumero          PIC 9(7).
           05  CCredLimite               PIC 9(7)V99.
           05  CCredDiaVencimento        PIC 9(2).
           05  CCredSaldoCompras         PIC 9(7)V99.
           05  CCredSaldoFaturado        PIC 9(7)V99.
           05  CCredSaldoRotativo        PIC 9(7)V99.
           05  CCredDataUltFechamento    PIC 9(8).
      *    Zero = em dia.
           05  CCredDataAtraso           PIC 9(8).
           05  CCredDataAbertura         PIC 9(8).
           05  CCredStatus               PIC X(1).
               88  CCredAtiva                VALUE 'A'.
               88  CCredCancelada            VALUE 'C'.
