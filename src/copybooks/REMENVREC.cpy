      *****************************************************************
      *  REMENVREC.CPY - Layout do catálogo de remessas enviadas
      *  (remessas_enviadas.dat). Uma linha por arquivo que geramos
      *  para um destino externo, com a contagem e a soma do trailer
      *  de controle, a marcação de transmissão e o casamento com o
      *  arquivo de confirmação devolvido pelo destino
      *  (conf_<arquivo>, com o trailer CTRLREC do que foi recebido).
      *  Compartilhado pela sub-rotina CatalogarRemessa e pelo
      *  controle de remessas, para manter o layout do arquivo em um
      *  só lugar.
      *****************************************************************
       01  RemessaEnviadaRecord.
           05  RemEnvArquivo             PIC X(40).
           05  RemEnvTipo                PIC X(4).
      *        Tipos em uso: TED remessa interbancária, FOLH retorno
      *        da folha à empresa, SCR, COAF, DEBA retorno do débito
      *        automático ao convênio, CHEQ cheques capturados para
      *        a compensação, COBR remessa de cobrança registrada,
      *        OFIN dados do cliente para instituição Open Finance,
      *        SWFT mensagens de remessa ao correspondente no
      *        exterior, RCAM registro das operações de câmbio no BC,
      *        POOL posição diária da conta concentradora à empresa,
      *        DPID retorno do depósito identificado à empresa.
           05  RemEnvDestino             PIC X(20).
           05  RemEnvDataGeracao         PIC 9(8).
           05  RemEnvHoraGeracao         PIC X(8).
           05  RemEnvContagem            PIC 9(7).
           05  RemEnvSoma                PIC 9(11)V99.
           05  RemEnvPrazo               PIC 9(8).
           05  RemEnvDataTransmissao     PIC 9(8).
           05  RemEnvOperador            PIC X(10).
           05  RemEnvDataConfirmacao     PIC 9(8).
           05  RemEnvPendencia           PIC X(1).
               88  RemEnvPendenciaAberta     VALUE 'S'.
           05  RemEnvSituacao            PIC X(1).
               88  RemEnvGerada              VALUE 'G'.
               88  RemEnvTransmitida         VALUE 'T'.
               88  RemEnvConfirmada          VALUE 'C'.
               88  RemEnvDivergente          VALUE 'D'.
               88  RemEnvSubstituida         VALUE 'S'.
      *        Cancelada: não pode mais ser transmitida (remessa
      *        Open Finance cujo consentimento caiu antes do envio).
               88  RemEnvCancelada           VALUE 'X'.
