      *****************************************************************
      *  CODDEPREC.CPY - Layout do registro de código de depositante
      *  (codigos_deposito.dat). Uma linha por código que a empresa
      *  cadastrou para um pagador seu (aluno, unidade, cliente). A
      *  conta com ao menos um código ativo passa a exigir o código
      *  em todo depósito no caixa e no lote de contingência, e a
      *  empresa recebe os depósitos identificados no arquivo de
      *  retorno diário. Compartilhado pela manutenção dos códigos,
      *  pela sub-rotina DepositoIdentificado e pelo retorno, para
      *  manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  CodigoDepositoRecord.
           05  CodDepContaNumero         PIC 9(7).
           05  CodDepCodigo              PIC X(20).
           05  CodDepPagador             PIC X(40).
           05  CodDepDataRegistro        PIC 9(8).
           05  CodDepOperadorID          PIC X(10).
           05  CodDepStatus              PIC X(1).
               88  CodDepAtivo               VALUE 'A'.
               88  CodDepCancelado           VALUE 'C'.
           05  CodDepDataCancelamento    PIC 9(8).
