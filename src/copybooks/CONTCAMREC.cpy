      *****************************************************************
      *  CONTCAMREC.CPY - Layout do contrato de câmbio das remessas
      *  internacionais (contratos_cambio.dat). Uma linha por
      *  contrato numerado, de saída (remessa ao exterior) ou de
      *  entrada (recebimento do exterior): contraparte no exterior,
      *  natureza da operação, PTAX do dia, spread, IOF câmbio e
      *  tarifa. A geração das mensagens ao correspondente e do
      *  registro no Banco Central marca a data de cada envio no
      *  próprio contrato. Compartilhado pela operação de remessa e
      *  pelo batch de mensagens, para manter o layout do arquivo em
      *  um só lugar.
      *****************************************************************
       01  ContratoCambioRecord.
           05  ContCamNumero             PIC 9(7).
           05  ContCamData               PIC 9(8).
           05  ContCamHora               PIC X(8).
           05  ContCamSentido            PIC X(1).
               88  ContCamSaida              VALUE 'S'.
               88  ContCamEntrada            VALUE 'E'.
           05  ContCamContaNumero        PIC 9(7).
           05  ContCamClienteID          PIC 9(5).
      *    Natureza da operação (tabela da operação de remessa):
      *    DISPO disponibilidade no exterior, MANUT manutenção de
      *    residente, SERVI serviços, IMPOR importação, EXPOR
      *    exportação, DOACA doação, INVES investimento.
           05  ContCamNatureza           PIC X(5).
           05  ContCamMoeda              PIC X(3).
           05  ContCamValorME            PIC 9(7)V99.
           05  ContCamTaxaPTAX           PIC 9(3)V9(4).
           05  ContCamSpread             PIC 9V9(4).
           05  ContCamTaxaAplicada       PIC 9(3)V9(4).
      *    Contravalor em reais antes do IOF e da tarifa; o débito
      *    (saída) é ele mais os dois, o crédito (entrada) ele menos
      *    os dois.
           05  ContCamValorBRL           PIC 9(7)V99.
           05  ContCamValorIOF           PIC 9(7)V99.
           05  ContCamTarifa             PIC 9(5)V99.
      *    Contraparte no exterior: beneficiário na saída, remetente
      *    na entrada.
           05  ContCamContraparte        PIC A(50).
           05  ContCamPais               PIC X(2).
           05  ContCamBancoBIC           PIC X(11).
           05  ContCamContaExterior      PIC X(34).
           05  ContCamSituacao           PIC X(1).
               88  ContCamLiquidado          VALUE 'L'.
      *        Barrado: contraparte acusada na lista restritiva; nada
      *        foi liquidado e o caso foi para a conformidade.
               88  ContCamBarrado            VALUE 'B'.
           05  ContCamOperador           PIC X(10).
           05  ContCamDataMensagem       PIC 9(8).
           05  ContCamDataRegistroBC     PIC 9(8).
