       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-ContaEmpresa        PIC 9(7).
       01  WS-RemEnvDestino       PIC X(20).
       01  WS-RemEnvContagem      PIC 9(7) VALUE 0.
       01  WS-RemEnvSoma          PIC 9(11)V99 VALUE 0.
       01  WS-EmpresaEncontrada   PIC X VALUE 'N'.
       01  WS-TotalFolha          PIC 9(9)V99 VALUE 0.
       01  WS-TotalCreditado      PIC 9(9)V99 VALUE 0.
       01  WS-RunCompetencia    PIC 9(8) VALUE 0.
       01  WS-RunOperador       PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado     PIC X VALUE 'N'.
       01  WS-CaucaoContrato    PIC 9(5) VALUE 0.
       01  WS-CaucaoNovoContrato PIC 9(5) VALUE 0.
       01  WS-CaucaoQtde        PIC 9(3) VALUE 0.

       01  WS-MovGravado        PIC X VALUE 'N'.

           CLOSE MovimentacaoFile
           CLOSE ContaFile
           CLOSE FolhaFile
      *    O relatório volta à empresa como retorno da folha; entra no
      *    catálogo de remessas enviadas para a transmissão e a
      *    confirmação serem acompanhadas pelo ControleRemessas.
           MOVE SPACES TO WS-RemEnvDestino
           STRING 'EMPRESA ' DELIMITED BY SIZE
                  WS-ContaEmpresa DELIMITED BY SIZE
               INTO WS-RemEnvDestino
           MOVE WS-LinhasLidas TO WS-RemEnvContagem
           MOVE WS-TotalCreditado TO WS-RemEnvSoma
           CALL 'CatalogarRemessa' USING WS-ReportFileName 'FOLH'
               WS-RemEnvDestino WS-RemEnvContagem WS-RemEnvSoma

           DISPLAY 'Linhas lidas: ' WS-LinhasLidas
           DISPLAY 'Créditos efetuados: ' WS-LinhasCreditadas
           END-IF.

       AtualizarContratoConsignado.
           MOVE 0 TO WS-CaucaoContrato
           OPEN I-O EmprestimoFile
           IF WS-EmprestFileStatus = '00'
               PERFORM UNTIL WS-EmprestFileStatus = '10'
                                   MOVE 'Q' TO EmprestimoStatus
                                   DISPLAY 'Empréstimo ' EmprestimoID
                                       ' quitado pela folha.'
                                   MOVE EmprestimoID
                                       TO WS-CaucaoContrato
                               END-IF
                               REWRITE EmprestimoRecord
                               EXIT PERFORM
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF
      *    Contrato quitado libera o CDB dado em garantia.
           IF WS-CaucaoContrato > 0
               MOVE 0 TO WS-CaucaoNovoContrato
               CALL 'LiberarCaucao' USING WS-CaucaoContrato
                   WS-CaucaoNovoContrato WS-CaucaoQtde
           END-IF.

       RejeitarLinha.
