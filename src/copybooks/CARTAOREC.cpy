      *****************************************************************
      *  CARTAOREC.CPY - Layout do registro de cartão (cartoes.dat).
      *  Uma linha por plástico emitido, vinculado à conta e ao
      *  cliente portador (titular ou cotitular), com a validade
      *  impressa e o ciclo de vida: ativo, bloqueado temporariamente
      *  a pedido do cliente e cancelado (perda, roubo ou substituído
      *  por 2ª via). A postagem das autorizações do switch confere o
      *  cartão contra este cadastro. Compartilhado pela manutenção
      *  de cartões e pelo PostarAutorizacoes, para manter o layout
      *  do arquivo em um só lugar. O cartão de crédito usa o mesmo
      *  cadastro: a função do plástico decide se a compra debita a
      *  conta ou entra na fatura do portador (contas_cartao.dat).
      *****************************************************************
       01  CartaoRecord.
           05  CartaoNumero              PIC X(16).
           05  CartaoContaNumero         PIC 9(7).
           05  CartaoClienteID           PIC 9(5).
           05  CartaoNomeImpresso        PIC A(26).
           05  CartaoDataEmissao         PIC 9(8).
      *    Validade impressa no plástico (AAAAMM): o cartão vale até
      *    o último dia do mês.
           05  CartaoValidade            PIC 9(6).
           05  CartaoVia                 PIC 9(2).
           05  CartaoStatus              PIC X(1).
               88  CartaoAtivo               VALUE 'A'.
               88  CartaoBloqueado           VALUE 'B'.
               88  CartaoCancelado           VALUE 'C'.
           05  CartaoMotivoCancel        PIC X(1).
               88  CartaoPerda               VALUE 'P'.
               88  CartaoRoubo               VALUE 'R'.
               88  CartaoSubstituido         VALUE 'S'.
           05  CartaoDataStatus          PIC 9(8).
      *    2ª via: número do plástico que substituiu este; branco
      *    enquanto não houver reposição.
           05  CartaoSubstituto          PIC X(16).
           05  CartaoOperadorID          PIC X(10).
      *    Função do plástico; branco nos cartões emitidos antes do
      *    crédito vale como débito.
           05  CartaoFuncao              PIC X(1).
               88  CartaoDebito              VALUE 'D' SPACE.
               88  CartaoCredito             VALUE 'C'.
