       COPY BKPCATREC.

       FD  BackupFile.
       01  BackupRecord               PIC X(400).

       FD  ContaTreinoFile.
       COPY CONTAREC.
                               TO ClienteEndereco
                           MOVE '(00) 0000-0000'
                               TO ClienteTelefone
                           MOVE SPACES TO ClienteEmail
                           REWRITE ClienteRecord
                           ADD 1 TO WS-ClientesHigieniz
                   END-READ
