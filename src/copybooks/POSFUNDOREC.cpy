      *****************************************************************
      *  POSFUNDOREC.CPY - Layout da posição do cliente em fundo
      *  (posicao_fundos.dat). Uma linha por fundo e conta, com a
      *  quantidade de cotas em carteira e o custo médio por cota,
      *  base do IR: cada aplicação recalcula a média ponderada e o
      *  come-cotas reposiciona o custo na cota em que reteve o
      *  imposto. Cotas de resgate pedido saem da posição no pedido.
      *****************************************************************
       01  PosFundoRecord.
           05  PosFundoCodigo            PIC 9(4).
           05  PosFundoConta             PIC 9(7).
           05  PosFundoCotas             PIC 9(9)V9(6).
           05  PosFundoCustoCota         PIC 9(5)V9(8).
           05  PosFundoDataAplic         PIC 9(8).
