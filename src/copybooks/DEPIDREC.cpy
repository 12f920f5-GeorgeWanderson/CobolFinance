      *****************************************************************
      *  DEPIDREC.CPY - Layout do registro de depósito identificado
      *  (depositos_identificados.dat). Uma linha por depósito com
      *  código de depositante em conta de empresa: o código, o
      *  valor, o canal e o protocolo da operação, que a
      *  movimentação não guarda. O retorno diário leva à empresa
      *  as linhas ainda não enviadas e marca a data do envio.
      *  Compartilhado pela
      *  sub-rotina DepositoIdentificado e pelo retorno, para manter
      *  o layout do arquivo em um só lugar.
      *****************************************************************
       01  DepositoIdentificadoRecord.
           05  DepIdContaNumero          PIC 9(7).
           05  DepIdCodigo               PIC X(20).
           05  DepIdValor                PIC 9(7)V99.
           05  DepIdData                 PIC 9(8).
           05  DepIdHora                 PIC X(8).
           05  DepIdCanal                PIC X(1).
               88  DepIdCanalCaixa           VALUE 'C'.
               88  DepIdCanalContingencia    VALUE 'L'.
           05  DepIdProtocolo            PIC 9(10).
           05  DepIdOperadorID           PIC X(10).
      *    Data do arquivo de retorno que levou o depósito à empresa;
      *    zero enquanto não enviado.
           05  DepIdDataRetorno          PIC 9(8).
