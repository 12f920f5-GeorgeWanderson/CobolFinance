       01  WS-ClienteAchado       PIC X VALUE 'N'.
       01  WS-NomeCliente         PIC A(50).
       01  WS-EnderecoCliente     PIC A(100).
       01  WS-CanalCliente        PIC X VALUE ' '.
       01  WS-EmailCliente        PIC X(60).
       01  WS-TelefoneCliente     PIC X(15).
       01  WS-CanalEnvio          PIC X VALUE ' '.
       01  WS-PrefixoArquivo      PIC X(6).
      * Tipos de notificação que são oferta: só saem com o
      * consentimento do cliente para ofertas (LGPD).
       01  WS-TiposOferta         PIC X(8) VALUE 'PAPRPCHE'.
       01  WS-TiposOfertaTab REDEFINES WS-TiposOferta.
           05  WS-TipoOferta      PIC X(4) OCCURS 2 TIMES.
       01  WS-TipoIdx             PIC 9 VALUE 0.
       01  WS-EhOferta            PIC X VALUE 'N'.
       01  WS-FinalidadeOferta    PIC X(4) VALUE 'OFER'.
       01  WS-Consentido          PIC X VALUE 'N'.
       01  WS-CartasGeradas       PIC 9(5) VALUE 0.
       01  WS-EmailsGerados       PIC 9(5) VALUE 0.
       01  WS-SMSGerados          PIC 9(5) VALUE 0.
       01  WS-OfertasSuprimidas   PIC 9(5) VALUE 0.
       01  WS-PendentesRestantes  PIC 9(5) VALUE 0.
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           CLOSE NotificacaoFile

           DISPLAY 'Cartas geradas: ' WS-CartasGeradas
           DISPLAY 'E-mails gerados: ' WS-EmailsGerados
           DISPLAY 'SMS gerados: ' WS-SMSGerados
           DISPLAY 'Ofertas suprimidas (sem consentimento): '
               WS-OfertasSuprimidas
           DISPLAY 'Notificações ainda pendentes (sem cadastro '
           DISPLAY 'resolvível): ' WS-PendentesRestantes
           STOP RUN.
           END-PERFORM.

      * Resolve o destinatário (pelo ClienteID do evento ou pela
      * conta), formata a correspondência no canal preferido do
      * cliente e marca o evento como enviado. Oferta sem
      * consentimento do cliente é marcada como suprimida e não sai.
      * Evento sem destinatário resolvível fica pendente e aparece
      * no backlog.
       TratarNotificacao.
           MOVE NotifClienteID TO WS-ClienteIDBusca
           IF WS-ClienteIDBusca = 0 AND NotifContaNumero NOT = 0
           IF WS-ClienteAchado = 'N'
               ADD 1 TO WS-PendentesRestantes
           ELSE
               PERFORM VerificarOferta
               IF WS-EhOferta = 'S' AND WS-Consentido = 'N'
                   MOVE 'S' TO NotifStatus
                   MOVE SPACE TO NotifCanal
                   REWRITE NotificacaoRecord
                   ADD 1 TO WS-OfertasSuprimidas
               ELSE
                   PERFORM DefinirCanalEnvio
                   PERFORM EscreverCarta
                   MOVE 'E' TO NotifStatus
                   MOVE WS-CanalEnvio TO NotifCanal
                   REWRITE NotificacaoRecord
                   EVALUATE WS-CanalEnvio
                       WHEN 'E'
                           ADD 1 TO WS-EmailsGerados
                       WHEN 'S'
                           ADD 1 TO WS-SMSGerados
                       WHEN OTHER
                           ADD 1 TO WS-CartasGeradas
                   END-EVALUATE
               END-IF
           END-IF.

       VerificarOferta.
           MOVE 'N' TO WS-EhOferta
           MOVE 'S' TO WS-Consentido
           PERFORM VARYING WS-TipoIdx FROM 1 BY 1 UNTIL WS-TipoIdx > 2
               IF NotifTipo = WS-TipoOferta(WS-TipoIdx)
                   MOVE 'S' TO WS-EhOferta
               END-IF
           END-PERFORM
           IF WS-EhOferta = 'S'
               CALL 'ConsultarConsentimento' USING WS-ClienteIDBusca
                   WS-FinalidadeOferta WS-Consentido
           END-IF.

      * Canal preferido do cadastro; sem e-mail ou sem telefone para
      * o canal escolhido, a correspondência sai por carta.
       DefinirCanalEnvio.
           MOVE 'C' TO WS-CanalEnvio
           IF WS-CanalCliente = 'E' AND WS-EmailCliente NOT = SPACES
               MOVE 'E' TO WS-CanalEnvio
           END-IF
           IF WS-CanalCliente = 'S' AND
                   WS-TelefoneCliente NOT = SPACES
               MOVE 'S' TO WS-CanalEnvio
           END-IF
           EVALUATE WS-CanalEnvio
               WHEN 'E'
                   MOVE 'email_' TO WS-PrefixoArquivo
               WHEN 'S'
                   MOVE 'sms_' TO WS-PrefixoArquivo
               WHEN OTHER
                   MOVE 'carta_' TO WS-PrefixoArquivo
           END-EVALUATE.

       ResolverClientePelaConta.
           MOVE NotifContaNumero TO ContaNumero
           READ ContaFile
                       MOVE ClienteNome TO WS-NomeCliente
                       MOVE ClienteEndereco
                           TO WS-EnderecoCliente
                       MOVE ClienteCanalPreferido TO WS-CanalCliente
                       MOVE ClienteEmail TO WS-EmailCliente
                       MOVE ClienteTelefone TO WS-TelefoneCliente
               END-READ
               CLOSE ClienteFile
           END-IF.

      * Uma carta (arquivo) por cliente, canal e dia; eventos do
      * mesmo cliente no dia se acumulam no mesmo arquivo. E-mail e
      * SMS saem como arquivo para o gateway de envio, com o endereço
      * ou o telefone de destino no cabeçalho.
       EscreverCarta.
           MOVE SPACES TO WS-CartaFileName
           STRING WS-PrefixoArquivo DELIMITED BY SPACE
                  WS-ClienteIDBusca DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-DataHoje DELIMITED BY SIZE
                   INTO CartaLine
               WRITE CartaLine
               MOVE SPACES TO CartaLine
               EVALUATE WS-CanalEnvio
                   WHEN 'E'
                       STRING 'E-mail: ' DELIMITED BY SIZE
                              WS-EmailCliente DELIMITED BY SIZE
                           INTO CartaLine
                   WHEN 'S'
                       STRING 'Telefone: ' DELIMITED BY SIZE
                              WS-TelefoneCliente DELIMITED BY SIZE
                           INTO CartaLine
                   WHEN OTHER
                       STRING 'Endereço: ' DELIMITED BY SIZE
                              WS-EnderecoCliente DELIMITED BY SIZE
                           INTO CartaLine
               END-EVALUATE
               WRITE CartaLine
               MOVE '----------------------------------------'
                   TO CartaLine
