               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

           SELECT AgSaqFile ASSIGN TO 'agendamentos_saque.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AgSaqFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
           05  SessaoAgencia          PIC 9(4).
           05  SessaoData             PIC 9(8).

       FD  AgSaqFile.
       COPY AGSAQREC.

       WORKING-STORAGE SECTION.
       01  WS-ContaNumero       PIC 9(7).
       01  WS-ContaTitular      PIC A(50).
       01  WS-ProcFileStatus    PIC XX.
       01  WS-DescrTmp          PIC X(100).
       01  WS-ClienteObito      PIC X VALUE 'N'.
       01  WS-ClienteResponsavel PIC 9(5) VALUE 0.
       01  WS-ResponsavelInformado PIC 9(5) VALUE 0.
       01  WS-ResponsavelOK     PIC X VALUE 'S'.
       01  WS-ContaCotitulares  PIC 9 VALUE 0.
       01  WS-ValorFaltante     PIC 9(7)V99 VALUE 0.
       01  WS-ValorResgatado    PIC 9(7)V99 VALUE 0.
       01  WS-UtilEntrada       PIC 9(8) VALUE 0.
       01  WS-UtilSaida         PIC 9(8) VALUE 0.
       01  WS-UtilResultado     PIC X VALUE 'N'.
       01  WS-AgSaqFileStatus   PIC XX.
       01  WS-ValorAvisoSaque   PIC 9(7)V99 VALUE 50000.00.
       01  WS-AgSaqOK           PIC X VALUE 'S'.
       01  WS-AgSaqIDAchado     PIC 9(7) VALUE 0.

       01  WS-MovGravado        PIC X VALUE 'N'.

               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-TarifaExcedente
           END-IF
           MOVE 'SAQUE-AVISO-VALOR' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
               MOVE WS-ParamValor TO WS-ValorAvisoSaque
           END-IF.


                   DISPLAY 'alvará judicial.'
                   MOVE 'Titular falecido' TO WS-MotivoRejeito
               ELSE
      *        Conta de menor de idade: débito só com o responsável
      *        legal identificado.
               PERFORM ExigirResponsavelLegal
               IF WS-ResponsavelOK = 'N'
                   DISPLAY 'Conta de menor! Operação exige o'
                   DISPLAY 'responsável legal.'
                   MOVE 'Menor sem responsável' TO WS-MotivoRejeito
               ELSE
               PERFORM VerificarPIN
               IF WS-PINValido = 'N'
                   DISPLAY 'PIN incorreto! Operação não permitida.'
                   MOVE 'Acima da alçada do operador'
                       TO WS-MotivoRejeito
               ELSE
      *        Espécie acima do valor de aviso só sai com agendamento
      *        prévio da conta para a data (AgendamentoSaque).
               PERFORM LocalizarAgendamentoSaque
               IF WS-AgSaqOK = 'N'
                   DISPLAY 'Saque acima de ' WS-ValorAvisoSaque
                       ' exige agendamento prévio!'
                   MOVE 'Saque sem agendamento prévio'
                       TO WS-MotivoRejeito
               ELSE
               IF WS-SaqueValor >
                       WS-ContaSaldo + WS-ContaLimite -
                           WS-ContaBloqueio - WS-ContaBloqueioDep
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF

           WRITE AutPendSeqRecord
           CLOSE AutPendSeqFile.

      * Titular menor de idade (com responsável legal no cadastro):
      * o responsável se identifica pelo próprio ID de cliente e a
      * operação segue com o PIN da conta. No lote não há quem se
      * identifique e o débito é recusado.
       ExigirResponsavelLegal.
           MOVE 'S' TO WS-ResponsavelOK
           IF WS-ClienteResponsavel NOT = 0
               MOVE 'N' TO WS-ResponsavelOK
               IF WS-ModoLote NOT = 'S' AND WS-ModoLote NOT = 's'
                   DISPLAY 'ID do responsável legal: '
                   ACCEPT WS-ResponsavelInformado
                   IF WS-ResponsavelInformado =
                           WS-ClienteResponsavel
                       MOVE 'S' TO WS-ResponsavelOK
                   END-IF
               END-IF
           END-IF.

       VerificarClienteBloqueado.
           MOVE 0 TO WS-ClienteResponsavel
           MOVE 'A' TO WS-ClienteStatus
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '00'
                   NOT INVALID KEY
                       MOVE ClienteStatus TO WS-ClienteStatus
                       MOVE ClienteObito TO WS-ClienteObito
                       MOVE ClienteResponsavelID
                           TO WS-ClienteResponsavel
               END-READ
               CLOSE ClienteFile
           END-IF.
               MOVE WS-Protocolo TO WS-LiqProtocoloOp
               PERFORM RegistrarLiqInteragencia
           END-IF
           IF WS-AgSaqIDAchado > 0
               PERFORM BaixarAgendamentoSaque
           END-IF
           PERFORM CobrarExcedenteFranquia
           PERFORM RegistrarLog.

      * Agendamento válido: da conta, ainda em aberto, para a data do
      * saque, cobrindo o valor e, com caixa identificado, na agência
      * do caixa. Valor até o limite de aviso dispensa agendamento.
       LocalizarAgendamentoSaque.
           MOVE 'S' TO WS-AgSaqOK
           MOVE 0 TO WS-AgSaqIDAchado
           IF WS-SaqueValor > WS-ValorAvisoSaque
               MOVE 'N' TO WS-AgSaqOK
               OPEN INPUT AgSaqFile
               IF WS-AgSaqFileStatus = '00'
                   PERFORM UNTIL WS-AgSaqFileStatus = '10'
                       READ AgSaqFile
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF AgSaqContaNumero = WS-ContaNumero
                                   AND AgSaqAgendado
                                   AND AgSaqDataSaque = WS-DataMovimento
                                   AND AgSaqValor >= WS-SaqueValor
                                   AND (WS-SessaoAgencia = 0 OR
                                   AgSaqAgencia = WS-SessaoAgencia)
                                   MOVE 'S' TO WS-AgSaqOK
                                   MOVE AgSaqID TO WS-AgSaqIDAchado
                                   EXIT PERFORM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AgSaqFile
               END-IF
           END-IF.

       BaixarAgendamentoSaque.
           OPEN I-O AgSaqFile
           IF WS-AgSaqFileStatus = '00'
               PERFORM UNTIL WS-AgSaqFileStatus = '10'
                   READ AgSaqFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AgSaqID = WS-AgSaqIDAchado
                               MOVE 'R' TO AgSaqSituacao
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO AgSaqDataBaixa
                               MOVE WS-Protocolo TO AgSaqProtocolo
                               REWRITE AgendamentoSaqueRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgSaqFile
           END-IF.

      * Conta com pacote tem franquia mensal de saques: dentro dela
      * nada é cobrado; a partir do excedente cada saque paga a
      * tarifa de uso excedente.
