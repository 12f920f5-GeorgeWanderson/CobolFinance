           MOVE FUNCTION CURRENT-DATE(1:8) TO NotifData
           MOVE LK-Texto TO NotifTexto
           MOVE 'P' TO NotifStatus
           MOVE SPACE TO NotifCanal

           OPEN EXTEND NotificacaoFile
           IF NotifFileStatus = '35'
