      *****************************************************************
      *  OFCONSREC.CPY - Layout do consentimento de compartilhamento
      *  Open Finance (openfinance_consentimentos.dat). Uma linha por
      *  consentimento recebido de instituição receptora, com os
      *  escopos autorizados pelo cliente, a validade e a revogação.
      *  Regravada na revogação, no vencimento e a cada envio.
      *  Compartilhado pela manutenção dos consentimentos, pelo envio
      *  diário e pelo controle de remessas, para manter o layout do
      *  arquivo em um só lugar.
      *****************************************************************
       01  OFConsentimentoRecord.
           05  OFConsID                  PIC 9(7).
           05  OFConsClienteID           PIC 9(5).
      *    Instituição receptora: código (ISPB) e nome.
           05  OFConsInstituicao         PIC X(8).
           05  OFConsInstNome            PIC X(30).
      *    Escopos autorizados, 'S' ou 'N' cada.
           05  OFConsEscopos.
               10  OFConsEscCadastro     PIC X(1).
                   88  OFConsCompartCadastro VALUE 'S'.
               10  OFConsEscSaldos       PIC X(1).
                   88  OFConsCompartSaldos   VALUE 'S'.
               10  OFConsEscExtrato      PIC X(1).
                   88  OFConsCompartExtrato  VALUE 'S'.
               10  OFConsEscCredito      PIC X(1).
                   88  OFConsCompartCredito  VALUE 'S'.
           05  OFConsDataConsentimento   PIC 9(8).
           05  OFConsDataValidade        PIC 9(8).
           05  OFConsSituacao            PIC X(1).
               88  OFConsAtivo               VALUE 'A'.
               88  OFConsRevogado            VALUE 'R'.
               88  OFConsVencido             VALUE 'V'.
      *    Data da revogação ou do vencimento; zero enquanto ativo.
           05  OFConsDataEncerramento    PIC 9(8).
           05  OFConsOperador            PIC X(10).
      *    Data de referência do último arquivo gerado; o extrato do
      *    envio seguinte parte do dia seguinte a ela.
           05  OFConsUltimoEnvio         PIC 9(8).
