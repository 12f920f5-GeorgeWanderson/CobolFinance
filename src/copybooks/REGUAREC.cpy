      *    05 = carta de aviso aos 5 dias;
      *    15 = lista telefônica da agência aos 15 dias;
      *    30 = carta formal de cobrança aos 30 dias;
      *    60 = negativação do cliente aos 60 dias;
      *    90 = execução do CDB caucionado ao contrato, aos 90 dias.
      *  Compartilhado pelo job da régua, que só dispara cada
      *  estágio uma vez por parcela.
      *****************************************************************
