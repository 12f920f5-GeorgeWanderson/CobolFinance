      *****************************************************************
      *  OFENVREC.CPY - Layout da trilha de envios Open Finance
      *  (openfinance_envios.dat). Uma linha por evento de envio,
      *  nunca regravada: arquivo gerado para a instituição
      *  receptora, transmissão feita e envio barrado por
      *  consentimento revogado ou vencido. Compartilhado pelo envio
      *  diário e pelo controle de remessas, para manter o layout do
      *  arquivo em um só lugar.
      *****************************************************************
       01  OFEnvioRecord.
           05  OFEnvConsID               PIC 9(7).
           05  OFEnvClienteID            PIC 9(5).
           05  OFEnvInstituicao          PIC X(8).
           05  OFEnvData                 PIC 9(8).
           05  OFEnvHora                 PIC X(8).
           05  OFEnvArquivo              PIC X(40).
           05  OFEnvRegistros            PIC 9(7).
           05  OFEnvEscopos              PIC X(4).
           05  OFEnvSituacao             PIC X(1).
               88  OFEnvGerado               VALUE 'G'.
               88  OFEnvTransmitido          VALUE 'T'.
               88  OFEnvBarrado              VALUE 'B'.
           05  OFEnvMotivo               PIC X(30).
           05  OFEnvOperador             PIC X(10).
