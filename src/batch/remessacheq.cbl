
           CLOSE RemessaFile
           CLOSE CapturadoFile
      *    Catálogo de remessas enviadas: transmissão e confirmação
      *    do destino acompanhadas pelo ControleRemessas.
           CALL 'CatalogarRemessa' USING WS-RemessaFileName 'CHEQ'
               'COMPENSACAO         ' CtrlContagem CtrlSoma

           DISPLAY 'Cheques enviados na remessa: ' WS-ChequesEnviados
               ' (R$ ' WS-ValorEnviado ')'
