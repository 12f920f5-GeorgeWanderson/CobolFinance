       PROGRAM-ID. Validacao.

      *****************************************************************
      *  Validacao.cbl - Sub-rotina de validação de CPF/CNPJ/data,
      *  linha digitável de boleto e código de barras de
      *  arrecadação (contas de consumo e tributos). Chamada por
      *  CALL 'Validacao' USING LK-TipoValidacao LK-ValorEntrada
      *  LK-ValorValido pelos programas que recebem esse tipo de
      *  dado, em vez de cada um reimplementar a mesma checagem.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-DVBloco                  PIC 9.
       01  WS-Produto                  PIC 99.
       01  WS-BlocoOk                  PIC X VALUE 'N'.
       01  WS-DVGeral                  PIC 9.

       LINKAGE SECTION.
       01  LK-TipoValidacao            PIC X(4).
                   PERFORM VALIDAR-DATA
               WHEN 'BOL'
                   PERFORM VALIDAR-BOLETO
               WHEN 'ARR'
                   PERFORM VALIDAR-ARRECADACAO
           END-EVALUATE
           GOBACK.

               MOVE 'N' TO LK-ValorValido
           END-IF.

      * Valida o código de barras de arrecadação (44 dígitos, o
      * primeiro sempre 8). A posição 3 diz o módulo do dígito
      * verificador geral da posição 4: 6 ou 7 = módulo 10, 8 ou 9 =
      * módulo 11, calculado sobre as outras 43 posições.
       VALIDAR-ARRECADACAO.
           MOVE SPACES TO LinhaDigitavel
           MOVE LK-ValorEntrada(1:44) TO LinhaDigitavel(1:44)
           MOVE 'N' TO LK-ValorValido
           IF LinhaDigitavel(1:44) IS NUMERIC AND
                   LINHA-DIGITO(1) = 8
               EVALUATE LINHA-DIGITO(3)
                   WHEN 6
                   WHEN 7
                       PERFORM CALCULAR-DV-ARREC-MOD10
                       IF WS-DVGeral = LINHA-DIGITO(4)
                           MOVE 'S' TO LK-ValorValido
                       END-IF
                   WHEN 8
                   WHEN 9
                       PERFORM CALCULAR-DV-ARREC-MOD11
                       IF WS-DVGeral = LINHA-DIGITO(4)
                           MOVE 'S' TO LK-ValorValido
                       END-IF
               END-EVALUATE
           END-IF.

       CALCULAR-DV-ARREC-MOD10.
           MOVE 0 TO WS-Soma
           MOVE 2 TO WS-Peso
           PERFORM VARYING WS-Idx FROM 44 BY -1 UNTIL WS-Idx < 1
               IF WS-Idx NOT = 4
                   COMPUTE WS-Produto = LINHA-DIGITO(WS-Idx) * WS-Peso
                   IF WS-Produto > 9
                       SUBTRACT 9 FROM WS-Produto
                   END-IF
                   ADD WS-Produto TO WS-Soma
                   IF WS-Peso = 2
                       MOVE 1 TO WS-Peso
                   ELSE
                       MOVE 2 TO WS-Peso
                   END-IF
               END-IF
           END-PERFORM
           MOVE FUNCTION MOD(WS-Soma, 10) TO WS-Resto
           IF WS-Resto = 0
               MOVE 0 TO WS-DVGeral
           ELSE
               COMPUTE WS-DVGeral = 10 - WS-Resto
           END-IF.

      * Módulo 11 da arrecadação: pesos de 2 a 9 da direita para a
      * esquerda; resto 0 ou 1 dá dígito 0.
       CALCULAR-DV-ARREC-MOD11.
           MOVE 0 TO WS-Soma
           MOVE 2 TO WS-Peso
           PERFORM VARYING WS-Idx FROM 44 BY -1 UNTIL WS-Idx < 1
               IF WS-Idx NOT = 4
                   COMPUTE WS-Soma = WS-Soma +
                       LINHA-DIGITO(WS-Idx) * WS-Peso
                   IF WS-Peso = 9
                       MOVE 2 TO WS-Peso
                   ELSE
                       ADD 1 TO WS-Peso
                   END-IF
               END-IF
           END-PERFORM
           MOVE FUNCTION MOD(WS-Soma, 11) TO WS-Resto
           IF WS-Resto < 2
               MOVE 0 TO WS-DVGeral
           ELSE
               COMPUTE WS-DVGeral = 11 - WS-Resto
           END-IF.

       END PROGRAM Validacao.
