      *  teto de contingência, entrega recibo provisório e o lote é
      *  postado pelo job de recuperação quando os mestres voltam;
      *  item que não passa na postagem vai para rejeitos.dat como
      *  qualquer falha de lote. Depósito em conta que exige código
      *  de depositante leva o código informado ao caixa, conferido
      *  de novo na postagem. Compartilhado pela captura e pela
      *  postagem, para manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  ContingenciaRecord.
               88  ContgPendente             VALUE 'P'.
               88  ContgEfetivada            VALUE 'E'.
               88  ContgRejeitada            VALUE 'R'.
      *    Código do depositante (depósito identificado); em branco
      *    quando a conta não exige código.
           05  ContgCodigoDeposito       PIC X(20).
