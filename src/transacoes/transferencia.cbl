       01  WS-ProcFileStatus    PIC XX.
       01  WS-DescrTmp          PIC X(100).
       01  WS-ClienteOrigemObito  PIC X VALUE 'N'.
       01  WS-ClienteResponsavel  PIC 9(5) VALUE 0.
       01  WS-ResponsavelInformado PIC 9(5) VALUE 0.
       01  WS-ResponsavelOK       PIC X VALUE 'S'.
       01  WS-ContaOrigemCotit    PIC 9 VALUE 0.
       01  WS-ValorFaltante       PIC 9(7)V99 VALUE 0.
       01  WS-ValorResgatado      PIC 9(7)V99 VALUE 0.
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
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF

                   DISPLAY 'Titular falecido! Débito travado até'
                   DISPLAY 'alvará judicial.'
               ELSE
      *        Conta de menor de idade: débito só com o responsável
      *        legal identificado.
               PERFORM ExigirResponsavelLegal
               IF WS-ResponsavelOK = 'N'
                   DISPLAY 'Conta de menor! Operação exige o'
                   DISPLAY 'responsável legal.'
               ELSE
               PERFORM VerificarPIN
               IF WS-PINValido = 'N'
                   DISPLAY 'PIN incorreto! Operação não permitida.'
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF

               MOVE 'Y' TO WS-ExitFlag
           END-IF.

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

       VerificarClienteOrigemBloqueado.
           MOVE 0 TO WS-ClienteResponsavel
           MOVE 'A' TO WS-ClienteOrigemStatus
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '00'
                           TO WS-ClienteOrigemStatus
                       MOVE ClienteObito
                           TO WS-ClienteOrigemObito
                       MOVE ClienteResponsavelID
                           TO WS-ClienteResponsavel
               END-READ
               CLOSE ClienteFile
           END-IF.
