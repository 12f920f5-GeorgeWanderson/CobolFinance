      *****************************************************************
      *  CIRCREC.CPY - Layout do registro de circularização de saldos
      *  (circularizacao.dat). Uma linha por cliente da amostra de
      *  uma data-base: critério do sorteio, saldos confirmados na
      *  carta (contas, CDB e empréstimos) e o controle da resposta
      *  do cliente para a auditoria externa. Compartilhado pela
      *  emissão das cartas, pelo registro das respostas e pelo
      *  relatório de divergências, para manter o layout do arquivo
      *  em um só lugar.
      *****************************************************************
       01  CircularizacaoRecord.
           05  CircDataBase              PIC 9(8).
           05  CircClienteID             PIC 9(5).
      *    Critério do sorteio: maiores saldos, aleatório por
      *    agência ou movimentação atípica.
           05  CircCriterio              PIC X(1).
               88  CircMaioresSaldos         VALUE 'M'.
               88  CircAleatorioAgencia      VALUE 'A'.
               88  CircMovAtipica            VALUE 'T'.
           05  CircSaldoContas           PIC S9(11)V99.
           05  CircSaldoAplicacoes       PIC 9(11)V99.
           05  CircSaldoEmprestimos      PIC 9(11)V99.
           05  CircDataEmissao           PIC 9(8).
           05  CircStatus                PIC X(1).
               88  CircEmitida               VALUE 'E'.
               88  CircConfirmada            VALUE 'C'.
               88  CircDivergente            VALUE 'D'.
               88  CircSemResposta           VALUE 'S'.
           05  CircDataResposta          PIC 9(8).
      *    Na divergência: valor total que o cliente informa e o
      *    motivo apontado por ele.
           05  CircValorInformado        PIC S9(11)V99.
           05  CircObservacao            PIC X(60).
           05  CircOperador              PIC X(10).
