
           CLOSE RemessaFile
           CLOSE InterbancariaFile
      *    Catálogo de remessas enviadas: transmissão e confirmação
      *    do destino acompanhadas pelo ControleRemessas.
           CALL 'CatalogarRemessa' USING WS-RemessaFileName 'TED '
               'CAMARA TED/DOC      ' CtrlContagem CtrlSoma

           DISPLAY 'Pernas enviadas na remessa: ' WS-PernasEnviadas
               ' (R$ ' WS-ValorEnviado ')'
