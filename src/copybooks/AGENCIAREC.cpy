           05  AgenciaStatus             PIC X(1).
               88  AgenciaAtiva              VALUE 'A'.
               88  AgenciaEncerrada          VALUE 'E'.
      *    Agência encerrada por incorporação: a incorporadora que
      *    recebeu as contas, os operadores, os terminais e o cofre,
      *    e a data da migração (IncorporacaoAgencia). Zero = não
      *    incorporada. Os relatórios com série mensal por agência
      *    somam o histórico da incorporada na incorporadora.
           05  AgenciaIncorporadora      PIC 9(4).
           05  AgenciaDataIncorporacao   PIC 9(8).
