      *****************************************************************
      *  COTAREC.CPY - Layout do registro de valor de cota
      *  (cotas_fundos.dat). Uma linha por fundo e data, carregada
      *  do arquivo diário do administrador pela importação de
      *  cotas. A cota do dia converte aplicações e resgates; a
      *  última cota até uma data valoriza as posições.
      *****************************************************************
       01  CotaRecord.
           05  CotaFundo                 PIC 9(4).
           05  CotaData                  PIC 9(8).
           05  CotaValor                 PIC 9(5)V9(8).
