      *****************************************************************
      *  CORRESPREC.CPY - Layout do registro de correspondente
      *  bancário (correspondentes.dat). Uma linha por ponto de
      *  atendimento credenciado (lotérica, comércio), vinculado a
      *  uma agência de agencias.dat, que responde pelo ponto, e a
      *  uma conta de acerto em contas.dat, onde o acerto diário
      *  líquido é lançado. Numeração própria em corrseq.dat.
      *  Compartilhado pela manutenção de correspondentes, pelo
      *  acerto diário e pelo relatório de comissões, para manter o
      *  layout do arquivo em um só lugar.
      *****************************************************************
       01  CorrespondenteRecord.
           05  CorrespCodigo             PIC 9(5).
           05  CorrespNome               PIC A(40).
           05  CorrespCNPJ               PIC X(14).
           05  CorrespAgencia            PIC 9(4).
           05  CorrespContaAcerto        PIC 9(7).
      *    'A' = ativo; 'S' = suspenso (a captura do dia é recusada);
      *    'E' = descredenciado.
           05  CorrespStatus             PIC X(1).
               88  CorrespAtivo              VALUE 'A'.
               88  CorrespSuspenso           VALUE 'S'.
               88  CorrespEncerrado          VALUE 'E'.
           05  CorrespDataCadastro       PIC 9(8).
      *    Comissão por transação, por tipo; zero = vale o parâmetro
      *    geral vigente (CORRESP-COM-DEP, -SAQ e -BOL).
           05  CorrespComDeposito        PIC 9(3)V99.
           05  CorrespComSaque           PIC 9(3)V99.
           05  CorrespComBoleto          PIC 9(3)V99.
