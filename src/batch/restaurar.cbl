       COPY CLIEREC.

       FD  BackupFile.
       01  BackupRecord               PIC X(400).

       FD  DestinoFile.
       01  DestinoRecord              PIC X(400).

       FD  CatalogoFile.
       COPY BKPCATREC.
