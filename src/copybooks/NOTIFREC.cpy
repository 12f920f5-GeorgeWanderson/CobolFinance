           05  NotifID                   PIC 9(7).
           05  NotifTipo                 PIC X(4).
      *        TARF tarifa debitada, BLOQ cliente bloqueado, AGSU
      *        agendamento suspenso, DORM conta dormente, QUIT
      *        declaração anual de quitação de débitos, PAPR
      *        oferta de crédito pré-aprovado, INCO conta
      *        transferida por incorporação de agência, PCHE
      *        oferta de cheque especial, DOCV documento do dossiê
      *        perto do vencimento. PAPR e PCHE são ofertas e só
      *        vão ao cliente com consentimento para ofertas.
           05  NotifClienteID            PIC 9(5).
      *        Zero = resolver o cliente pela conta no job.
           05  NotifContaNumero          PIC 9(7).
           05  NotifStatus               PIC X(1).
               88  NotifPendente             VALUE 'P'.
               88  NotifEnviada              VALUE 'E'.
               88  NotifSuprimida            VALUE 'S'.
      *        Canal pelo qual saiu (C carta, E e-mail, S SMS);
      *        branco enquanto pendente ou suprimida.
           05  NotifCanal                PIC X(1).
