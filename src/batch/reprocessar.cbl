           ACCEPT WS-Resposta

           EVALUATE WS-Resposta
      *        Autorização de cartão recusada não tem lote de
      *        reentrada: o valor já saiu no terminal e o acerto é
      *        feito com a bandeira; só cabe a baixa. O mesmo vale
      *        para a captura de correspondente, desfeita no ponto.
               WHEN 'R'
               WHEN 'r'
                   IF RejeitoPrograma = 'PostarAutorizacoes'
                       DISPLAY 'Rejeito de cartão não é reenviado;'
                       DISPLAY 'trate com a bandeira e dê baixa.'
                   ELSE
                   IF RejeitoPrograma = 'AcertoCorrespondente'
                       DISPLAY 'Captura de correspondente não é'
                           ' reenviada;'
                       DISPLAY 'desfaça no ponto e dê baixa.'
                   ELSE
                   DISPLAY 'Conta corrigida (0 mantém '
                       RejeitoContaNumero '): '
                   ACCEPT WS-NovaConta
                   MOVE WS-OperadorID TO RejeitoOperadorBaixa
                   REWRITE RejeitoRecord
                   ADD 1 TO WS-Reenviados
                   END-IF
                   END-IF
               WHEN 'B'
               WHEN 'b'
                   MOVE 'B' TO RejeitoStatus
