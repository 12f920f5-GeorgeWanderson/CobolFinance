               10  WS-AgCrescimento   PIC S9(13)V99.
               10  WS-AgRank          PIC 9(3).
       01  WS-AgIdx               PIC 9(3) VALUE 0.
      * Agências incorporadas e a incorporadora de cada uma.
       01  WS-IncQtde             PIC 9(3) VALUE 0.
       01  WS-IncTabela.
           05  WS-IncLinha OCCURS 50 TIMES.
               10  WS-IncAgencia      PIC 9(4).
               10  WS-IncDestino      PIC 9(4).
       01  WS-IncIdx              PIC 9(3) VALUE 0.
       01  WS-AgIdx2              PIC 9(3) VALUE 0.
       01  WS-AgenciaBusca        PIC 9(4) VALUE 0.
       01  WS-AgAchada            PIC X VALUE 'N'.
                                   WS-AgCrescimento(WS-AgQtde)
                               MOVE 0 TO WS-AgRank(WS-AgQtde)
                           END-IF
                           IF AgenciaEncerrada AND
                                   AgenciaIncorporadora IS NUMERIC
                                   AND AgenciaIncorporadora > 0
                                   AND WS-IncQtde < 50
                               ADD 1 TO WS-IncQtde
                               MOVE AgenciaNumero
                                   TO WS-IncAgencia(WS-IncQtde)
                               MOVE AgenciaIncorporadora
                                   TO WS-IncDestino(WS-IncQtde)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgenciaFile
                           EXIT PERFORM
                       NOT AT END
                           MOVE ScoreAntAgencia TO WS-AgenciaBusca
                           PERFORM TraduzirIncorporada
                           PERFORM LocalizarAgenciaTabela
                           IF WS-AgAchada = 'S'
                               ADD ScoreAntDepositos TO
                                   WS-AgDepAnterior(WS-AgIdx)
                           END-IF
                   END-READ
               CLOSE ScoreAntFile
           END-IF.

      * Série comparável depois de uma incorporação: a posição
      * anterior da agência incorporada soma na incorporadora, que
      * recebeu as contas dela.
       TraduzirIncorporada.
           PERFORM VARYING WS-IncIdx FROM 1 BY 1
                   UNTIL WS-IncIdx > WS-IncQtde
               IF WS-IncAgencia(WS-IncIdx) = WS-AgenciaBusca
                   MOVE WS-IncDestino(WS-IncIdx) TO WS-AgenciaBusca
               END-IF
           END-PERFORM.

      * Ranking pelo crescimento de depósitos no mês (posição atual
      * menos a anterior), maior primeiro.
       CalcularRanking.
