      *****************************************************************
      *  OFCHESPREC.CPY - Layout da oferta de parcelamento do cheque
      *  especial (ofertas_chesp.dat). Uma linha por oferta feita a
      *  conta em uso prolongado do limite: o saldo devedor do dia
      *  da oferta, a taxa e o prazo máximo da linha parcelada e a
      *  validade. A conversão no caixa grava o contrato gerado.
      *  Compartilhado pelo job de ofertas, pela contratação de
      *  empréstimo e pelo job de juros do cheque especial, para
      *  manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  OfertaChEspRecord.
           05  OfertaContaNumero         PIC 9(7).
           05  OfertaDataOferta          PIC 9(8).
           05  OfertaValor               PIC 9(7)V99.
           05  OfertaTaxaMensal          PIC 9V9(4).
           05  OfertaPrazoMaximo         PIC 9(3).
           05  OfertaDataValidade        PIC 9(8).
           05  OfertaEmprestimoID        PIC 9(5).
           05  OfertaDataConversao       PIC 9(8).
           05  OfertaStatus              PIC X(1).
               88  OfertaAberta              VALUE 'A'.
               88  OfertaConvertida          VALUE 'C'.
               88  OfertaVencida             VALUE 'V'.
