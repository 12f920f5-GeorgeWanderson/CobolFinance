      *****************************************************************
      *  ARRECREC.CPY - Layout do registro de arrecadação de contas
      *  de consumo e tributos (arrecadacoes.dat). Uma linha por
      *  documento recebido no caixa, em dinheiro ou com débito em
      *  conta, pendente até o repasse ao convênio arrecadador.
      *  Compartilhado pelo recebimento no caixa, pelo batimento do
      *  caixa físico e pelo job de repasse, para manter o layout do
      *  arquivo em um só lugar.
      *****************************************************************
       01  ArrecadacaoRecord.
           05  ArrecProtocolo            PIC 9(10).
           05  ArrecConvenioID           PIC 9(4).
           05  ArrecCodigoBarras         PIC X(44).
           05  ArrecValor                PIC 9(7)V99.
           05  ArrecTarifa               PIC 9(3)V99.
           05  ArrecDataRecebimento      PIC 9(8).
      *    Data prevista do repasse: recebimento mais os dias úteis
      *    de repasse do convênio na data do recebimento.
           05  ArrecDataRepasse          PIC 9(8).
           05  ArrecForma                PIC X(1).
               88  ArrecEmDinheiro           VALUE 'D'.
               88  ArrecDebitoConta          VALUE 'C'.
           05  ArrecContaNumero          PIC 9(7).
           05  ArrecOperadorID           PIC X(10).
           05  ArrecStatus               PIC X(1).
               88  ArrecPendente             VALUE 'P'.
               88  ArrecRepassada            VALUE 'R'.
           05  ArrecDataRepassada        PIC 9(8).
