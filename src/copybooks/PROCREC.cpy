           05  ProcStatus                PIC X(1).
               88  ProcAtivo                 VALUE 'A'.
               88  ProcCancelado             VALUE 'C'.
      *    Data do cancelamento (AAAAMMDD); zero enquanto ativa.
           05  ProcDataCancelamento      PIC 9(8).
