               MOVE WS-AgenciaEndereco TO AgenciaEndereco
               MOVE WS-AgenciaGerente TO AgenciaGerente
               MOVE 'A' TO AgenciaStatus
               MOVE 0 TO AgenciaIncorporadora
               MOVE 0 TO AgenciaDataIncorporacao

               OPEN EXTEND AgenciaFile
               IF WS-AgenciaStatus = '35'
                               AgenciaNome ' ['
                               AgenciaStatus '] gerente '
                               AgenciaGerente
                           IF AgenciaIncorporadora IS NUMERIC AND
                                   AgenciaIncorporadora > 0
                               DISPLAY '      incorporada pela '
                                   'agência ' AgenciaIncorporadora
                                   ' em '
                                   AgenciaDataIncorporacao
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgenciaFile
