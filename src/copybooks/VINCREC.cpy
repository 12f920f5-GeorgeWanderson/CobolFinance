      *****************************************************************
      *  VINCREC.CPY - Layout do registro de conta vinculada
      *  (contas_vinculadas.dat). Valor do depositante retido em
      *  garantia de uma condição (entrega, escritura, vistoria) até
      *  a liberação ao beneficiário ou a devolução no prazo. A
      *  liberação passa pela dupla custódia de
      *  alteracoes_pendentes.dat; vencido o prazo sem a condição
      *  confirmada, o valor volta ao depositante pela regra de
      *  devolução. Compartilhado pela manutenção das contas
      *  vinculadas, pela sub-rotina de liquidação, pelo job de
      *  vencimento e pelo relatório, para manter o layout do
      *  arquivo em um só lugar.
      *****************************************************************
       01  VinculadaRecord.
           05  VincID                    PIC 9(7).
           05  VincContaDepositante      PIC 9(7).
           05  VincContaBeneficiario     PIC 9(7).
           05  VincValor                 PIC 9(7)V99.
      *    Condição de liberação em texto livre, conferida pela
      *    agência antes de confirmar.
           05  VincCondicao              PIC X(60).
           05  VincDataAbertura          PIC 9(8).
           05  VincPrazo                 PIC 9(8).
      *    Regra de devolução no prazo: 'I' = integral ao
      *    depositante; 'M' = com multa - o percentual abaixo vai
      *    ao beneficiário e o restante volta ao depositante.
           05  VincRegraDevolucao        PIC X(1).
               88  VincDevolucaoIntegral     VALUE 'I'.
               88  VincDevolucaoComMulta     VALUE 'M'.
           05  VincMultaPct              PIC 9(2)V99.
      *    Confirmação da condição (zero = não confirmada); com ela
      *    a liberação fica aguardando o segundo operador.
           05  VincDataConfirmacao       PIC 9(8).
           05  VincOperadorConfirmacao   PIC X(10).
      *    'A' = aberta, valor retido; 'L' = liberada ao
      *    beneficiário; 'D' = devolvida no prazo.
           05  VincSituacao              PIC X(1).
               88  VincAberta                VALUE 'A'.
               88  VincLiberada              VALUE 'L'.
               88  VincDevolvida             VALUE 'D'.
           05  VincDataEncerramento      PIC 9(8).
           05  VincProtocoloAbertura     PIC 9(10).
           05  VincProtocoloEncerramento PIC 9(10).
           05  VincOperador              PIC X(10).
