      *****************************************************************
      *  COMCORRREC.CPY - Layout do registro de acerto diário de
      *  correspondente (comissoes_correspondentes.dat). Uma linha
      *  por correspondente e dia de captura processado, com a
      *  quantidade, o valor e a comissão por tipo de transação e o
      *  acerto líquido lançado na conta de acerto. Gravado pelo
      *  acerto diário e lido pelo relatório mensal de comissões,
      *  para manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  ComissaoCorrespRecord.
           05  ComCorrCodigo             PIC 9(5).
           05  ComCorrData               PIC 9(8).
           05  ComCorrAgencia            PIC 9(4).
           05  ComCorrQtdeDeposito       PIC 9(5).
           05  ComCorrValorDeposito      PIC 9(9)V99.
           05  ComCorrComDeposito        PIC 9(7)V99.
           05  ComCorrQtdeSaque          PIC 9(5).
           05  ComCorrValorSaque         PIC 9(9)V99.
           05  ComCorrComSaque           PIC 9(7)V99.
           05  ComCorrQtdeBoleto         PIC 9(5).
           05  ComCorrValorBoleto        PIC 9(9)V99.
           05  ComCorrComBoleto          PIC 9(7)V99.
           05  ComCorrQtdeRecusada       PIC 9(5).
      *    Acerto líquido na conta de acerto: positivo = crédito ao
      *    correspondente (saques pagos + comissões acima dos
      *    depósitos recebidos); negativo = débito.
           05  ComCorrAcertoLiquido      PIC S9(9)V99.
           05  ComCorrProtocolo          PIC 9(10).
