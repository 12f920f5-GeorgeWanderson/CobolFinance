      *****************************************************************
      *  PORTCREDREC.CPY - Layout do pedido de portabilidade de
      *  crédito (portab_credito.dat). Uma linha por pedido, nos dois
      *  sentidos: saída (outro banco leva um contrato nosso, que é
      *  liquidado pelo TED recebido) e entrada (trazemos o contrato
      *  de outro banco, criando contrato novo e pagando o saldo pela
      *  remessa interbancária). Compartilhado pela manutenção dos
      *  pedidos, pelo crédito interbancário e pelo retorno da
      *  remessa, para manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  PortabCreditoRecord.
           05  PortCredID                PIC 9(5).
           05  PortCredSentido           PIC X(1).
               88  PortCredSaida             VALUE 'S'.
               88  PortCredEntrada           VALUE 'E'.
      *    Saída: contrato nosso a liquidar. Entrada: contrato novo
      *    criado com o saldo trazido.
           05  PortCredEmprestimoID      PIC 9(5).
           05  PortCredContaNumero       PIC 9(7).
      *    Banco proponente (saída) ou credor original (entrada) e o
      *    número do contrato naquele banco.
           05  PortCredBanco             PIC 9(3).
           05  PortCredContratoExterno   PIC X(12).
           05  PortCredSaldoDevedor      PIC 9(7)V99.
      *    Taxa mensal da proposta do outro banco (saída) ou do
      *    contrato novo (entrada); contraproposta de retenção só na
      *    saída, zero quando não houve.
           05  PortCredTaxaProposta      PIC 9V9(4).
           05  PortCredTaxaRetencao      PIC 9V9(4).
           05  PortCredPrazoMeses        PIC 9(3).
           05  PortCredDataPedido        PIC 9(8).
           05  PortCredDataLimite        PIC 9(8).
           05  PortCredDataConclusao     PIC 9(8).
      *    Protocolo do movimento de liquidação (saída) ou da perna
      *    interbancária de pagamento (entrada).
           05  PortCredProtocolo         PIC 9(10).
           05  PortCredOperadorID        PIC X(10).
           05  PortCredStatus            PIC X(1).
      *        Saída: aberto com saldo informado e contraproposta,
      *        aguardando a decisão do cliente.
               88  PortCredAberto            VALUE 'A'.
      *        Saída: cliente aceitou a contraproposta e fica.
               88  PortCredRetido            VALUE 'R'.
      *        Saída: cliente manteve o pedido; aguarda o TED.
               88  PortCredMantido           VALUE 'M'.
      *        Entrada: pagamento do saldo na remessa interbancária.
               88  PortCredEnviado           VALUE 'E'.
      *        Saída liquidada pelo TED ou entrada confirmada pelo
      *        retorno da remessa.
               88  PortCredLiquidado         VALUE 'L'.
               88  PortCredCancelado         VALUE 'C'.
