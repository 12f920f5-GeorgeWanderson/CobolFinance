      *****************************************************************
      *  ATMMOVREC.CPY - Layout do registro de abastecimento e
      *  recolhimento de ATM (numerario_atm.dat). Uma linha por carga
      *  levada do cofre ao terminal ou por recolhimento do que
      *  sobrou nos cassetes; no recolhimento ficam o esperado pelo
      *  ciclo (abastecido - saques postados) e a diferença contra o
      *  contado. Gravado pela gestão do cofre e lido na conferência
      *  do numerário, para manter o layout do arquivo em um só
      *  lugar.
      *****************************************************************
       01  NumerarioAtmRecord.
           05  NumAtmTerminal            PIC X(8).
           05  NumAtmAgencia             PIC 9(4).
           05  NumAtmData                PIC 9(8).
           05  NumAtmHora                PIC X(8).
           05  NumAtmTipo                PIC X(1).
               88  NumAtmAbastecimento       VALUE 'A'.
               88  NumAtmRecolhimento        VALUE 'R'.
           05  NumAtmValor               PIC 9(9)V99.
           05  NumAtmEsperado            PIC S9(9)V99.
      *    Recolhido - esperado: negativo = falta no terminal.
           05  NumAtmDiferenca           PIC S9(9)V99.
           05  NumAtmOperadorID          PIC X(10).
