               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LimFileStatus.

           SELECT ContaCartaoFile ASSIGN TO 'contas_cartao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CCredFileStatus.

           SELECT AlteracaoFile ASSIGN TO 'alteracoes_pendentes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  LimiteFile.
       COPY LIMCLIREC.

       FD  ContaCartaoFile.
       COPY CCREDREC.

       FD  AlteracaoFile.
       COPY ALTPENDREC.

       01  WS-HashCalculado     PIC X(16).
       01  WS-LimFileStatus     PIC XX.
       01  WS-LimiteAchado      PIC X VALUE 'N'.
       01  WS-CCredFileStatus   PIC XX.
       01  WS-VincAcao          PIC X VALUE ' '.
       01  WS-VincResultado     PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
               MOVE 'E' TO AltStatus
               MOVE WS-DataHojeOrd TO AltDataDecisao
               REWRITE AlteracaoPendenteRecord
               PERFORM DesfazerConfirmacaoVinculada
               ADD 1 TO WS-Expiradas
               DISPLAY 'Pendência ' AltID ' expirada sem aprovação.'
           ELSE
                       MOVE WS-OperadorID TO AltSupervisor
                       MOVE WS-DataHojeOrd TO AltDataDecisao
                       REWRITE AlteracaoPendenteRecord
                       PERFORM DesfazerConfirmacaoVinculada
                       ADD 1 TO WS-Rejeitadas
                       DISPLAY 'Pendência ' AltID ' rejeitada.'
                   WHEN OTHER
           ELSE
           IF AltArquivo = 'limites'
               PERFORM AplicarEmLimite
           ELSE
           IF AltArquivo = 'cartao'
               PERFORM AplicarEmContaCartao
           ELSE
           IF AltArquivo = 'vinculadas'
               PERFORM LiberarVinculada
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
                   DISPLAY 'Campo ' AltCampo ' não reconhecido.'
           END-EVALUATE.

      * Limite de crédito da conta cartão do cliente; a conta tem de
      * estar ativa (aberta pela manutenção de cartões).
       AplicarEmContaCartao.
           COMPUTE WS-ValorNumerico =
               FUNCTION NUMVAL(AltValorDepois(1:12))
           OPEN I-O ContaCartaoFile
           IF WS-CCredFileStatus = '00'
               PERFORM UNTIL WS-CCredFileStatus = '10'
                   READ ContaCartaoFile INTO ContaCartaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CCredClienteID = AltChave AND
                                   CCredAtiva
                               IF AltCampo = 'CCredLimite'
                                   MOVE WS-ValorNumerico
                                       TO CCredLimite
                                   REWRITE ContaCartaoRecord
                                   MOVE 'S' TO WS-Aplicada
                               ELSE
                                   DISPLAY 'Campo ' AltCampo
                                       ' não reconhecido.'
                               END-IF
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContaCartaoFile
           END-IF.

      * Liberação da conta vinculada: a sub-rotina credita o
      * beneficiário e encerra a vinculada; conta do beneficiário
      * fora de atividade deixa a pendência em aberto.
       LiberarVinculada.
           MOVE 'L' TO WS-VincAcao
           CALL 'LiquidarVinculada' USING AltChave WS-VincAcao
               WS-OperadorID WS-VincResultado
           MOVE WS-VincResultado TO WS-Aplicada.

      * Liberação rejeitada ou expirada: a confirmação da condição
      * é desfeita e a vinculada volta a correr para o prazo.
       DesfazerConfirmacaoVinculada.
           IF AltArquivo = 'vinculadas'
               MOVE 'R' TO WS-VincAcao
               CALL 'LiquidarVinculada' USING AltChave WS-VincAcao
                   WS-OperadorID WS-VincResultado
           END-IF.

      * As duas assinaturas na trilha: a linha do solicitante e a
      * linha do aprovador, ambas com a imagem antes/depois.
       AssinarAuditoria.
