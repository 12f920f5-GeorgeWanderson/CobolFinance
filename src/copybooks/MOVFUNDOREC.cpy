      *****************************************************************
      *  MOVFUNDOREC.CPY - Layout do movimento em cotas de fundo
      *  (movfundos.dat). Histórico de toda entrada e saída de cotas
      *  das posições: aplicação, resgate e retenção do come-cotas.
      *  A soma com sinal até uma data dá a posição naquela data
      *  (usada pelo informe de rendimentos em 31/12).
      *****************************************************************
       01  MovFundoRecord.
           05  MovFundoData              PIC 9(8).
           05  MovFundoCodigo            PIC 9(4).
           05  MovFundoConta             PIC 9(7).
           05  MovFundoTipo              PIC X(1).
               88  MovFundoAplicacao         VALUE 'A'.
               88  MovFundoResgate           VALUE 'R'.
               88  MovFundoComeCotas         VALUE 'C'.
           05  MovFundoCotas             PIC 9(9)V9(6).
           05  MovFundoCota              PIC 9(5)V9(8).
           05  MovFundoValor             PIC 9(9)V99.
           05  MovFundoValorIR           PIC 9(7)V99.
