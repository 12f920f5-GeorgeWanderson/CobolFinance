      *****************************************************************
      *  POOLREC.CPY - Layout do registro de estrutura de conta
      *  concentradora (cash_pooling.dat). Uma linha por conta filha
      *  ligada à conta mãe da estrutura: o saldo-alvo que a filha
      *  mantém no fim do dia (o excedente sobe para a mãe) e a
      *  situação do vínculo. O negativo da filha é coberto pela
      *  mãe antes dos juros de cheque especial. Compartilhado pela
      *  manutenção das estruturas, pelo job de concentração e pela
      *  manutenção de varredura, para manter o layout do arquivo em
      *  um só lugar.
      *****************************************************************
       01  CashPoolingRecord.
           05  PoolContaMae              PIC 9(7).
           05  PoolContaFilha            PIC 9(7).
      *    Saldo que fica na filha; o que passar disso (fora os
      *    bloqueios) sobe para a mãe no fim do dia.
           05  PoolSaldoAlvo             PIC 9(7)V99.
           05  PoolDataRegistro          PIC 9(8).
           05  PoolOperadorID            PIC X(10).
           05  PoolStatus                PIC X(1).
               88  PoolAtivo                 VALUE 'A'.
               88  PoolCancelado             VALUE 'C'.
           05  PoolDataCancelamento      PIC 9(8).
