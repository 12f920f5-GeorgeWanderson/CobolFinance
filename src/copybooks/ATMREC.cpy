      *****************************************************************
      *  ATMREC.CPY - Layout do registro de terminal de autoatendimento
      *  (terminais_atm.dat). Uma linha por ATM, vinculado à agência
      *  cujo cofre o abastece. O ciclo de numerário corre do último
      *  recolhimento: o abastecido soma as cargas do cofre, os
      *  saques somam as autorizações ATM postadas pelo switch com o
      *  código do terminal, e o esperado no terminal é a diferença.
      *  Compartilhado pela manutenção de terminais, pelo cofre,
      *  pela postagem das autorizações e pela previsão de
      *  numerário, para manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  TerminalAtmRecord.
           05  AtmTerminal               PIC X(8).
           05  AtmAgencia                PIC 9(4).
           05  AtmLocal                  PIC A(40).
           05  AtmStatus                 PIC X(1).
               88  AtmAtivo                  VALUE 'A'.
               88  AtmDesativado             VALUE 'D'.
           05  AtmDataCadastro           PIC 9(8).
           05  AtmValorAbastecido        PIC 9(9)V99.
           05  AtmSaquesPostados         PIC 9(9)V99.
           05  AtmDataAbastecimento      PIC 9(8).
           05  AtmDataRecolhimento       PIC 9(8).
