       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsultarPreAprovado.

      *****************************************************************
      *  ConsultarPreAprovado.cbl - Sub-rotina do crédito
      *  pré-aprovado (preaprovados.dat). Chamada por CALL
      *  'ConsultarPreAprovado' USING LK-Operacao LK-ClienteID
      *  LK-DisponivelEmprestimo LK-LimiteChEspecial LK-DataValidade
      *  LK-Valor LK-Achado. Com 'C' devolve o disponível de
      *  empréstimo (limite menos o já utilizado), o limite de cheque
      *  especial e a validade do pré-aprovado vigente do cliente;
      *  LK-Achado volta 'S' só para cliente elegível e dentro da
      *  validade. Com 'U' acumula LK-Valor no utilizado, depois que
      *  o chamador contratou dentro do pré-aprovado.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PreAprovadoFile ASSIGN TO 'preaprovados.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PreAprovFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PreAprovadoFile.
       COPY PREAPROVREC.

       WORKING-STORAGE SECTION.
       01  PreAprovFileStatus   PIC XX.
       01  DataHoje             PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01  LK-Operacao              PIC X(1).
       01  LK-ClienteID             PIC 9(5).
       01  LK-DisponivelEmprestimo  PIC 9(9)V99.
       01  LK-LimiteChEspecial      PIC 9(7)V99.
       01  LK-DataValidade          PIC 9(8).
       01  LK-Valor                 PIC 9(9)V99.
       01  LK-Achado                PIC X(1).

       PROCEDURE DIVISION USING LK-Operacao LK-ClienteID
               LK-DisponivelEmprestimo LK-LimiteChEspecial
               LK-DataValidade LK-Valor LK-Achado.
       BEGIN.
           MOVE 'N' TO LK-Achado
           MOVE 0 TO LK-DisponivelEmprestimo
           MOVE 0 TO LK-LimiteChEspecial
           MOVE 0 TO LK-DataValidade
           MOVE FUNCTION CURRENT-DATE(1:8) TO DataHoje
           IF LK-Operacao = 'U'
               PERFORM REGISTRAR-UTILIZACAO
           ELSE
               PERFORM CONSULTAR-CLIENTE
           END-IF
           GOBACK.

       CONSULTAR-CLIENTE.
           OPEN INPUT PreAprovadoFile
           IF PreAprovFileStatus = '00'
               PERFORM UNTIL PreAprovFileStatus = '10'
                   READ PreAprovadoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PreAprovClienteID = LK-ClienteID
                               PERFORM DEVOLVER-LIMITES
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PreAprovadoFile
           END-IF.

       DEVOLVER-LIMITES.
           IF PreAprovElegivel AND PreAprovDataValidade >= DataHoje
               MOVE 'S' TO LK-Achado
               MOVE PreAprovDataValidade TO LK-DataValidade
               MOVE PreAprovLimiteChEspecial TO LK-LimiteChEspecial
               IF PreAprovLimiteEmprestimo > PreAprovUtilizado
                   COMPUTE LK-DisponivelEmprestimo =
                       PreAprovLimiteEmprestimo - PreAprovUtilizado
               END-IF
           END-IF.

       REGISTRAR-UTILIZACAO.
           OPEN I-O PreAprovadoFile
           IF PreAprovFileStatus = '00'
               PERFORM UNTIL PreAprovFileStatus = '10'
                   READ PreAprovadoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PreAprovClienteID = LK-ClienteID
                               ADD LK-Valor TO PreAprovUtilizado
                               REWRITE PreAprovadoRecord
                               PERFORM DEVOLVER-LIMITES
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PreAprovadoFile
           END-IF.

       END PROGRAM ConsultarPreAprovado.
