      *  CONVREC.CPY - Layout do registro de convênio de débito
      *  automático (convenios.dat). Uma linha por empresa conveniada
      *  (concessionária de luz, água, telefonia etc.). Compartilhado
      *  pelo programa de manutenção de convênios, pelo job de
      *  débito automático, pelo recebimento de contas e tributos no
      *  caixa e pelo repasse da arrecadação, para manter o layout do
      *  arquivo em um só lugar.
      *****************************************************************
       01  ConvenioRecord.
           05  ConvenioID                PIC 9(4).
           05  ConvenioStatus            PIC X(1).
               88  ConvenioAtivo             VALUE 'A'.
               88  ConvenioInativo           VALUE 'I'.
      *    Arrecadação de contas de consumo e tributos: o convênio
      *    arrecadador é identificado no código de barras (posição 2
      *    = segmento, posições 16-19 = código da empresa). O valor
      *    arrecadado é repassado em D+n dias úteis, líquido da
      *    tarifa por documento.
           05  ConvenioArrecadacao       PIC X(1).
               88  ConvenioArrecadador       VALUE 'S'.
           05  ConvenioSegmento          PIC 9(1).
           05  ConvenioCodEmpresa        PIC 9(4).
           05  ConvenioDiasRepasse       PIC 9(2).
           05  ConvenioTarifaArrecad     PIC 9(3)V99.
