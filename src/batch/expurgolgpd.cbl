       COPY NOTIFREC.

       FD  NotifTempFile.
       01  NotifTempRecord            PIC X(102).

       FD  SpoolFile.
       COPY SPOOLREC.
