      *****************************************************************
      *  CEDFALREC.CPY - Layout do registro de cédula falsa retida no
      *  caixa (cedulas_retidas.dat). Uma linha por cédula; as
      *  cédulas apresentadas juntas compartilham o número do termo
      *  de retenção entregue ao cliente (retseq.dat). Compartilhado
      *  pela gestão de caixa, que registra a retenção e separa o
      *  valor da contagem, e pela remessa mensal ao Banco Central,
      *  para manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  CedulaRetidaRecord.
           05  RetTermo                  PIC 9(7).
           05  RetData                   PIC 9(8).
           05  RetHora                   PIC X(8).
           05  RetAgencia                PIC 9(4).
           05  RetOperadorID             PIC X(10).
      *    Operação em que a cédula apareceu: depósito, pagamento ou
      *    outra apresentação no guichê.
           05  RetOrigem                 PIC X(1).
               88  RetEmDeposito             VALUE 'D'.
               88  RetEmPagamento            VALUE 'P'.
               88  RetOutraOrigem            VALUE 'O'.
      *    Cliente apresentante; conta zero quando não correntista.
           05  RetClienteNome            PIC A(40).
           05  RetClienteCPF             PIC X(11).
           05  RetContaNumero            PIC 9(7).
           05  RetDenominacao            PIC 9(3).
           05  RetSerie                  PIC X(4).
           05  RetNumeroCedula           PIC X(12).
      *    'R' = retida na agência; 'E' = enviada ao Banco Central na
      *    remessa mensal.
           05  RetStatus                 PIC X(1).
               88  RetRetida                 VALUE 'R'.
               88  RetEnviada                VALUE 'E'.
           05  RetDataRemessa            PIC 9(8).
