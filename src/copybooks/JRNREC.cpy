           05  JrnPrograma               PIC X(20).
           05  JrnArquivo                PIC X(16).
      *    Comporta o maior registro journalizado (clientes.dat,
      *    371 bytes) com folga para crescimento de leiaute.
           05  JrnImagem                 PIC X(400).
