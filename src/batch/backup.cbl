       COPY CLIEREC.

       FD  OrigemFile.
       01  OrigemRecord               PIC X(400).

       FD  BackupFile.
       01  BackupRecord               PIC X(400).

       FD  CatalogoFile.
       COPY BKPCATREC.
