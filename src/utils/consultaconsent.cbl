       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsultarConsentimento.

      *****************************************************************
      *  ConsultarConsentimento.cbl - Sub-rotina de consulta do
      *  consentimento LGPD vigente (consentimentos.dat). Chamada por
      *  CALL 'ConsultarConsentimento' USING LK-ClienteID
      *  LK-Finalidade LK-Consentido pelos programas que usam dado do
      *  cliente para finalidade que depende de consentimento.
      *  Devolve LK-Consentido = 'S' quando o último evento do
      *  cliente na finalidade é um aceite; sem evento, ou com a
      *  revogação por último, devolve 'N'.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConsentimentoFile ASSIGN TO 'consentimentos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ConsFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ConsentimentoFile.
       COPY CONSENTREC.

       WORKING-STORAGE SECTION.
       01  ConsFileStatus       PIC XX.

       LINKAGE SECTION.
       01  LK-ClienteID         PIC 9(5).
       01  LK-Finalidade        PIC X(4).
       01  LK-Consentido        PIC X.

       PROCEDURE DIVISION USING LK-ClienteID LK-Finalidade
               LK-Consentido.
       BEGIN.
           MOVE 'N' TO LK-Consentido
           OPEN INPUT ConsentimentoFile
           IF ConsFileStatus = '00'
               PERFORM UNTIL ConsFileStatus = '10'
                   READ ConsentimentoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ConsClienteID = LK-ClienteID AND
                                   ConsFinalidade = LK-Finalidade
                               IF ConsAceito
                                   MOVE 'S' TO LK-Consentido
                               ELSE
                                   MOVE 'N' TO LK-Consentido
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ConsentimentoFile
           END-IF
           GOBACK.

       END PROGRAM ConsultarConsentimento.
