       01  WS-RemessaFileName     PIC X(40).
       01  WS-RetornoFileName     PIC X(40).
       01  WS-ConvenioInformado   PIC 9(4) VALUE 0.
       01  WS-RemEnvDestino       PIC X(20).
       01  WS-ConvEncontrado      PIC X VALUE 'N'.
       01  WS-ConvSituacao        PIC X VALUE ' '.
       01  WS-ConvenioNomeBatch   PIC A(40).
           CLOSE MovimentacaoFile
           CLOSE ContaFile
           CLOSE RemessaFile
      *    Catálogo de remessas enviadas: transmissão e confirmação
      *    do destino acompanhadas pelo ControleRemessas.
           MOVE SPACES TO WS-RemEnvDestino
           STRING 'CONVENIO ' DELIMITED BY SIZE
                  WS-ConvenioInformado DELIMITED BY SIZE
               INTO WS-RemEnvDestino
           CALL 'CatalogarRemessa' USING WS-RetornoFileName 'DEBA'
               WS-RemEnvDestino WS-CtrlRetCount WS-CtrlRetSoma

           DISPLAY 'Débitos efetuados: ' WS-DebitosEfetuados
               ' (R$ ' WS-ValorDebitado ')'
