      *****************************************************************
      *  VENDAREC.CPY - Layout do registro de produção comercial
      *  (producao_comercial.dat). Uma linha por venda feita no
      *  balcão, gravada pela sub-rotina RegistrarVenda no momento da
      *  contratação, com o operador que vendeu e a agência de
      *  lotação dele. A chave aponta o registro do produto vendido,
      *  onde o relatório de produção confere se a venda continua de
      *  pé. Compartilhado pela sub-rotina e pelo relatório de
      *  produção e comissão, para manter o layout do arquivo em um
      *  só lugar.
      *****************************************************************
       01  VendaRecord.
           05  VendaData                 PIC 9(8).
           05  VendaHora                 PIC X(8).
           05  VendaOperadorID           PIC X(10).
           05  VendaAgencia              PIC 9(4).
           05  VendaProduto              PIC X(4).
               88  VendaConta                VALUE 'CONT'.
               88  VendaCliente              VALUE 'CLIE'.
               88  VendaCDB                  VALUE 'CDB '.
               88  VendaEmprestimo           VALUE 'EMPR'.
               88  VendaPacote               VALUE 'PACO'.
               88  VendaDebitoAuto           VALUE 'DEBA'.
      *    CONT/PACO/DEBA número da conta, CLIE ClienteID, CDB
      *    AplicacaoID, EMPR EmprestimoID.
           05  VendaChave                PIC 9(7).
      *    PACO PacoteID, DEBA ConvenioID; zero nos demais.
           05  VendaComplemento          PIC 9(5).
      *    Volume: valor aplicado (CDB) ou principal (EMPR).
           05  VendaValor                PIC 9(9)V99.
      *    Prazo em meses (CDB e EMPR).
           05  VendaPrazo                PIC 9(4).
