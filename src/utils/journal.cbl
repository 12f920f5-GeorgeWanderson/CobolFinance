       LINKAGE SECTION.
       01  LK-Programa          PIC X(20).
       01  LK-Arquivo           PIC X(16).
       01  LK-Imagem            PIC X(400).

       PROCEDURE DIVISION USING LK-Programa LK-Arquivo LK-Imagem.
       BEGIN.
