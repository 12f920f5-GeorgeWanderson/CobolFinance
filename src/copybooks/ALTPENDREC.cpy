      *  ALTPENDREC.CPY - Layout do registro de alteração sensível
      *  pendente (alteracoes_pendentes.dat). Alterações de cadastro
      *  que um operador não aplica sozinho - limites da conta,
      *  recadastro de PIN, telefone e endereço do cliente, limite
      *  do cartão de crédito - ficam aqui com a imagem antes/depois,
      *  aguardando aprovação de um segundo operador com perfil de
      *  supervisor; sem aprovação dentro da validade a pendência
      *  expira. Compartilhado pela sub-rotina de captura e pelo
      *  programa de aprovação, para manter o layout do arquivo em um
      *  só lugar.
      *****************************************************************
       01  AlteracaoPendenteRecord.
           05  AltID                     PIC 9(7).
