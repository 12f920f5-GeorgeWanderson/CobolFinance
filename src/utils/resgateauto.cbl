      *  O CHAMADOR soma o valor ao saldo em memória e lança o
      *  movimento de crédito do resgate antes do débito; esta
      *  sub-rotina não toca contas.dat nem movimentacao.dat.
      *  Aplicação caucionada em garantia de empréstimo fica fora.
      *****************************************************************

       ENVIRONMENT DIVISION.
                       NOT AT END
                           IF AplicacaoContaNumero = LK-Conta AND
                                   AplicacaoAtiva AND
                                   NOT AplicacaoCaucionada AND
                                   AplicacaoSaldoAtual > 0
                               PERFORM RESGATAR-UMA
                               REWRITE AplicacaoRecord
