      *  (cofres.dat). Uma linha por agência e dia: estoque de
      *  abertura, suprimentos entregues às bocas de caixa e
      *  sangrias recebidas delas (contrapartida de caixa.dat),
      *  numerário em trânsito de carro-forte, cargas levadas aos
      *  terminais ATM e recolhimentos trazidos deles, e a contagem
      *  do fechamento. A prova do cofre precisa fechar antes do
      *  FechamentoDiario encerrar a data. Compartilhado pela gestão
      *  do cofre e pelo fechamento, para manter o layout do arquivo
      *  em um só lugar.
           05  CofreStatus               PIC X(1).
               88  CofreAberto               VALUE 'A'.
               88  CofreFechado              VALUE 'F'.
           05  CofreAbastecimentosAtm    PIC 9(9)V99.
           05  CofreRecolhimentosAtm     PIC 9(9)V99.
