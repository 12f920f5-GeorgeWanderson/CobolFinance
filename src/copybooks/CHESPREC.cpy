      *****************************************************************
      *  CHESPREC.CPY - Layout do registro de uso de cheque especial
      *  (cheque_especial.dat). Uma linha por conta que já operou
      *  dentro do limite, com os juros e o IOF acumulados no ciclo,
      *  a sequência de dias em uso e a data da última apuração.
      *  Compartilhado pelo job diário de juros de cheque especial,
      *  para manter o layout do arquivo em um só lugar.
      *****************************************************************
           05  ChEspJurosAcumulados      PIC 9(7)V99.
           05  ChEspDiasUso              PIC 9(5).
           05  ChEspDataApuracao         PIC 9(8).
      *    IOF diário sobre o saldo devedor usado, cobrado junto com
      *    os juros na virada do ciclo. Linhas gravadas antes do
      *    campo chegam sem ele e valem zero.
           05  ChEspIOFAcumulado         PIC 9(7)V99.
