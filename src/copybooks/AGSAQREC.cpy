      *****************************************************************
      *  AGSAQREC.CPY - Layout do registro de agendamento de saque
      *  em espécie (agendamentos_saque.dat). Saque acima do valor
      *  de aviso prévio (SAQUE-AVISO-VALOR) só é pago no caixa com
      *  agendamento da conta para a data, na agência de saque e
      *  cobrindo o valor; a agência provisiona o numerário pela
      *  previsão e o aviso vai ao COAF como comunicação de saque em
      *  espécie. Compartilhado pela transação de agendamento, pelo
      *  saque, pela previsão de numerário e pelo extrato COAF, para
      *  manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  AgendamentoSaqueRecord.
           05  AgSaqID                   PIC 9(7).
           05  AgSaqContaNumero          PIC 9(7).
           05  AgSaqClienteID            PIC 9(5).
      *    Agência onde o numerário será sacado (e provisionado).
           05  AgSaqAgencia              PIC 9(4).
           05  AgSaqDataSaque            PIC 9(8).
           05  AgSaqValor                PIC 9(7)V99.
           05  AgSaqDataRegistro         PIC 9(8).
           05  AgSaqOperador             PIC X(10).
      *    'A' = agendado; 'R' = realizado no caixa; 'C' = cancelado
      *    pelo cliente antes da data.
           05  AgSaqSituacao             PIC X(1).
               88  AgSaqAgendado             VALUE 'A'.
               88  AgSaqRealizado            VALUE 'R'.
               88  AgSaqCancelado            VALUE 'C'.
           05  AgSaqDataBaixa            PIC 9(8).
           05  AgSaqProtocolo            PIC 9(10).
