      *****************************************************************
      *  CHADMREC.CPY - Layout do registro de cheque administrativo
      *  (cheques_administrativos.dat). Uma linha por cheque emitido
      *  pelo banco contra a conta interna de cheques administrativos
      *  (parâmetro CHADM-CONTA-INTERNA), com numeração própria em
      *  chadmseq.dat. Compartilhado pela transação de emissão e
      *  cancelamento, pela compensação de cheques, pelo batimento do
      *  caixa e pelo relatório de cheques em circulação, para manter
      *  o layout do arquivo em um só lugar.
      *****************************************************************
       01  ChequeAdmRecord.
           05  ChAdmNumero               PIC 9(6).
           05  ChAdmValor                PIC 9(7)V99.
           05  ChAdmFavorecido           PIC A(40).
           05  ChAdmForma                PIC X(1).
               88  ChAdmEmitidoConta         VALUE 'C'.
               88  ChAdmEmitidoDinheiro      VALUE 'D'.
      *    Requerente: conta debitada, ou nome e CPF de quem pagou em
      *    espécie (conta zero), para a devolução no cancelamento.
           05  ChAdmContaOrigem          PIC 9(7).
           05  ChAdmRequerenteNome       PIC A(40).
           05  ChAdmRequerenteCPF        PIC X(11).
           05  ChAdmAgencia              PIC 9(4).
           05  ChAdmDataEmissao          PIC 9(8).
           05  ChAdmProtocoloEmissao     PIC 9(10).
           05  ChAdmOperadorEmissao      PIC X(10).
      *    'E' = emitido, em circulação; 'C' = compensado contra a
      *    conta interna; 'X' = cancelado com devolução do valor.
           05  ChAdmStatus               PIC X(1).
               88  ChAdmEmCirculacao         VALUE 'E'.
               88  ChAdmCompensado           VALUE 'C'.
               88  ChAdmCancelado            VALUE 'X'.
      *    Devolução no cancelamento: crédito na conta de origem ou
      *    espécie no caixa (emissão em dinheiro ou conta inativa).
           05  ChAdmFormaDevolucao       PIC X(1).
               88  ChAdmDevolvidoConta       VALUE 'C'.
               88  ChAdmDevolvidoDinheiro    VALUE 'D'.
           05  ChAdmDataBaixa            PIC 9(8).
           05  ChAdmOperadorBaixa        PIC X(10).
           05  ChAdmProtocoloBaixa       PIC 9(10).
