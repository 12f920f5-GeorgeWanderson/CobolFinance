       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiberarCaucao.

      *****************************************************************
      *  LiberarCaucao.cbl - Sub-rotina de baixa da caução de
      *  aplicação (aplicacoes.dat) vinculada a um contrato de
      *  empréstimo. Chamada por CALL 'LiberarCaucao' USING
      *  LK-Emprestimo LK-EmprestimoNovo LK-QtdeLiberada sempre que
      *  o contrato deixa de existir como devedor:
      *    - quitação (antecipada, pela cobrança ou pela folha):
      *      LK-EmprestimoNovo = 0 e a aplicação volta a ser livre;
      *    - renegociação: LK-EmprestimoNovo = contrato sucessor,
      *      que herda a garantia.
      *  Devolve quantas aplicações foram alteradas. Aplicação que
      *  já venceu durante a caução é liquidada pelo
      *  RendimentoAplicacao na passagem seguinte.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AplicacaoFile ASSIGN TO 'aplicacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AplicFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  AplicacaoFile.
       COPY APLICREC.

       WORKING-STORAGE SECTION.
       01  AplicFileStatus      PIC XX.

       LINKAGE SECTION.
       01  LK-Emprestimo        PIC 9(5).
       01  LK-EmprestimoNovo    PIC 9(5).
       01  LK-QtdeLiberada      PIC 9(3).

       PROCEDURE DIVISION USING LK-Emprestimo LK-EmprestimoNovo
               LK-QtdeLiberada.
       BEGIN.
           MOVE 0 TO LK-QtdeLiberada
           IF LK-Emprestimo > 0
               PERFORM BAIXAR-CAUCOES
           END-IF
           GOBACK.

       BAIXAR-CAUCOES.
           OPEN I-O AplicacaoFile
           IF AplicFileStatus = '00'
               PERFORM UNTIL AplicFileStatus = '10'
                   READ AplicacaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AplicacaoAtiva AND
                                   AplicacaoEmprestimoGarantia =
                                       LK-Emprestimo
                               MOVE LK-EmprestimoNovo
                                   TO AplicacaoEmprestimoGarantia
                               REWRITE AplicacaoRecord
                               ADD 1 TO LK-QtdeLiberada
                               IF LK-EmprestimoNovo = 0
                                   DISPLAY 'Caução da aplicação '
                                       AplicacaoID ' liberada.'
                               ELSE
                                   DISPLAY 'Caução da aplicação '
                                       AplicacaoID
                                       ' transferida ao contrato '
                                       LK-EmprestimoNovo '.'
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AplicacaoFile
           END-IF.

       END PROGRAM LiberarCaucao.
