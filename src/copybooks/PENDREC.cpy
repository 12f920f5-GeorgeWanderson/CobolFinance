           05  PendTipo                  PIC X(4).
      *        Tipos em uso: DIVG divergência de saldo, COMP
      *        movimentação sinalizada, AGEN agendamento falhado,
      *        FRAU alerta de fraude, INTG quebra de integridade,
      *        PORT prazo de portabilidade de crédito, DESC débito
      *        de título descontado acima do limite do cedente,
      *        CUST custas de protesto acima do limite do cedente,
      *        NUMR diferença de numerário em terminal ATM,
      *        CCS  crítica do BC a vínculo enviado ao CCS,
      *        CTBL razão auxiliar divergente do balancete,
      *        REME remessa enviada sem confirmação do destino,
      *        LGPD pedido de acesso do titular aos seus dados,
      *        DOCS documento a vencer ou dossiê incompleto,
      *        ESCR conta vinculada vencida sem devolução,
      *        CADQ cadastro de cliente a atualizar (saneamento),
      *        POOL conta concentradora inativa ou filha negativa
      *             sem cobertura da mãe.
           05  PendContaNumero           PIC 9(7).
           05  PendValor                 PIC 9(7)V99.
           05  PendDataAbertura          PIC 9(8).
