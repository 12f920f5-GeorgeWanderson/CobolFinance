       01  WS-ContaContrato     PIC 9(7) VALUE 0.
       01  WS-ModalidadeAntiga  PIC X VALUE 'N'.
       01  WS-ConvenioAntigo    PIC 9(4) VALUE 0.
       01  WS-SeguroAntigo      PIC X VALUE 'N'.
       01  WS-EmprestimoNovoID  PIC 9(5) VALUE 0.
       01  WS-CaucaoQtde        PIC 9(3) VALUE 0.
       01  WS-ValorAtraso       PIC 9(9)V99 VALUE 0.
       01  WS-AmortRestante     PIC 9(9)V99 VALUE 0.
       01  WS-ParcelasRoladas   PIC 9(3) VALUE 0.
                                   TO WS-ModalidadeAntiga
                               MOVE EmprestimoConvenioID
                                   TO WS-ConvenioAntigo
                               MOVE EmprestimoSeguro
                                   TO WS-SeguroAntigo
                               EXIT PERFORM
                           END-IF
                   END-READ
                           IF ParcelaEmprestimoID = WS-EmprestimoBusca
                                   AND (ParcelaPendente OR
                                       ParcelaAtrasada)
                               IF ParcelaValorPago NOT NUMERIC
                                   MOVE 0 TO ParcelaValorPago
                               END-IF
                               IF ParcelaDataVencimento <
                                       WS-DataHojeOrd
                                   ADD ParcelaValor TO WS-ValorAtraso
                                   SUBTRACT ParcelaValorPago
                                       FROM WS-ValorAtraso
                                   ADD 1 TO WS-ParcelasRoladas
                               ELSE
                                   ADD ParcelaValorAmortizacao
           PERFORM CancelarParcelasAntigas
           PERFORM GravarContratoNovo
           PERFORM GravarCronogramaNovo
      *    CDB caucionado ao contrato antigo passa a garantir o
      *    sucessor.
           CALL 'LiberarCaucao' USING WS-EmprestimoBusca
               WS-EmprestimoNovoID WS-CaucaoQtde

           DISPLAY 'Renegociação efetivada!'
           DISPLAY 'Contrato antigo ' WS-EmprestimoBusca
      *    sucessor.
           MOVE WS-ModalidadeAntiga TO EmprestimoModalidade
           MOVE WS-ConvenioAntigo TO EmprestimoConvenioID
      *    O seguro prestamista continua cobrindo o saldo rolado,
      *    sem prêmio novo: o do contrato antigo já foi financiado.
           MOVE WS-SeguroAntigo TO EmprestimoSeguro
           MOVE 0 TO EmprestimoValorPremio

           OPEN EXTEND EmprestimoFile
           IF WS-EmprestFileStatus = '35'
               MOVE WS-ValorParcela TO ParcelaValor
               MOVE WS-ParcelaJuros TO ParcelaValorJuros
               MOVE WS-ParcelaAmort TO ParcelaValorAmortizacao
               MOVE 0 TO ParcelaValorSeguro
               MOVE 0 TO ParcelaValorPago
               MOVE 0 TO ParcelaEncargosPagos
               MOVE 0 TO ParcelaDataBaseMora
               MOVE 0 TO ParcelaNossoNumero
               MOVE 0 TO ParcelaDataPagamento
               MOVE 'P' TO ParcelaStatus
               WRITE ParcelaRecord
