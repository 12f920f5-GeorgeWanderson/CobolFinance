      *****************************************************************
      *  ORDPAGREC.CPY - Layout do registro de ordem de pagamento
      *  (ordens_pagamento.dat). Uma linha por OP emitida a favor de
      *  pessoa física identificada por nome e CPF, pagável no caixa
      *  da agência pagadora até a data de validade. Emitida com
      *  débito na conta do correntista ou em espécie no caixa;
      *  vencida sem saque, o valor volta ao emitente. Compartilhado
      *  pela transação de ordem de pagamento, pelo job de
      *  vencimento, pelo relatório diário e pelo batimento do
      *  caixa, para manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  OrdemPagamentoRecord.
           05  OrdemNumero               PIC 9(7).
           05  OrdemAgenciaEmissora      PIC 9(4).
           05  OrdemAgenciaPagadora      PIC 9(4).
           05  OrdemValor                PIC 9(7)V99.
           05  OrdemBenefNome            PIC A(40).
           05  OrdemBenefCPF             PIC X(11).
           05  OrdemForma                PIC X(1).
               88  OrdemEmitidaConta         VALUE 'C'.
               88  OrdemEmitidaDinheiro      VALUE 'D'.
      *    Emitente: conta debitada, ou nome e CPF de quem pagou em
      *    espécie (conta zero), para a devolução no vencimento.
           05  OrdemContaEmitente        PIC 9(7).
           05  OrdemEmitenteNome         PIC A(40).
           05  OrdemEmitenteCPF          PIC X(11).
           05  OrdemDataEmissao          PIC 9(8).
           05  OrdemDataValidade         PIC 9(8).
           05  OrdemProtocoloEmissao     PIC 9(10).
           05  OrdemOperadorEmissao      PIC X(10).
      *    'A' = em aberto; 'P' = paga ao beneficiário; 'V' = vencida
      *    em espécie, à disposição do emitente no caixa; 'D' =
      *    devolvida ao emitente (crédito em conta ou espécie).
           05  OrdemStatus               PIC X(1).
               88  OrdemEmAberto             VALUE 'A'.
               88  OrdemPaga                 VALUE 'P'.
               88  OrdemVencida              VALUE 'V'.
               88  OrdemDevolvida            VALUE 'D'.
      *    Data em que a OP deixou de ser pagável ao beneficiário
      *    (vencimento processado) e baixa final: saque pelo
      *    beneficiário ou devolução ao emitente.
           05  OrdemDataDevolucao        PIC 9(8).
           05  OrdemDataBaixa            PIC 9(8).
           05  OrdemOperadorBaixa        PIC X(10).
           05  OrdemProtocoloBaixa       PIC 9(10).
