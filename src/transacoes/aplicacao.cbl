       01  WS-PrazoMeses        PIC 9(3) VALUE 0.
       01  WS-ValorResgate      PIC 9(7)V99 VALUE 0.
       01  WS-AplicEncontrada   PIC X VALUE 'N'.
       01  WS-AplicGarantiaEmpr PIC 9(5) VALUE 0.
       01  WS-MesVencimento     PIC 9(5) VALUE 0.
       01  WS-AnoVencimento     PIC 9(4) VALUE 0.
       01  WS-DataHoje.
       01  WS-ClienteStatus     PIC X(1) VALUE 'A'.
       01  WS-ContaEmUso        PIC X VALUE 'N'.
       01  WS-OperadorID        PIC X(10).
       01  WS-VendaProduto      PIC X(4) VALUE 'CDB '.
       01  WS-VendaChave        PIC 9(7) VALUE 0.
       01  WS-VendaComplemento  PIC 9(5) VALUE 0.
       01  WS-VendaValor        PIC 9(9)V99 VALUE 0.
       01  WS-VendaPrazo        PIC 9(4) VALUE 0.
       01  WS-DVDigitado        PIC 9 VALUE 0.
       01  WS-DVValido          PIC X VALUE 'S'.
       01  WS-UtilFuncao        PIC X(8) VALUE 'DVCONTA'.
               MOVE WS-AplicacaoValor TO AplicacaoSaldoAtual
               MOVE 'A' TO AplicacaoStatus
               MOVE WS-InstrucaoVenc TO AplicacaoInstrucaoVenc
               MOVE 0 TO AplicacaoEmprestimoGarantia

               OPEN EXTEND AplicacaoFile
               IF WS-AplicFileStatus = '35'
           CALL 'GravarJournal' USING 'TransacaoAplicacao  '
               'movimentacao    ' MovimentacaoRecord

               MOVE WS-AplicacaoID TO WS-VendaChave
               MOVE WS-AplicacaoValor TO WS-VendaValor
               MOVE WS-PrazoMeses TO WS-VendaPrazo
               CALL 'RegistrarVenda' USING WS-VendaProduto
                   WS-OperadorID WS-VendaChave WS-VendaComplemento
                   WS-VendaValor WS-VendaPrazo

               DISPLAY 'Aplicação realizada com sucesso!'
               DISPLAY 'Aplicação nº: ' WS-AplicacaoID
               DISPLAY 'Protocolo: ' WS-Protocolo
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AplicacaoID = WS-AplicacaoID AND
                                   AplicacaoContaNumero = WS-ContaNumero
                                   AND AplicacaoAtiva AND
                                   AplicacaoCaucionada
                               MOVE 'C' TO WS-AplicEncontrada
                               MOVE AplicacaoEmprestimoGarantia
                                   TO WS-AplicGarantiaEmpr
                               EXIT PERFORM
                           END-IF
                           IF AplicacaoID = WS-AplicacaoID AND
                                   AplicacaoContaNumero = WS-ContaNumero
                                   AND AplicacaoAtiva
               CLOSE AplicacaoFile
           END-IF

      *    Aplicação caucionada em garantia de empréstimo só sai
      *    com a quitação do contrato ou na execução da garantia.
           IF WS-AplicEncontrada = 'C'
               DISPLAY 'Aplicação caucionada em garantia do'
               DISPLAY 'empréstimo ' WS-AplicGarantiaEmpr
                   ': resgate não permitido.'
           ELSE
           IF WS-AplicEncontrada = 'N'
               DISPLAY 'Aplicação ativa não encontrada para a conta!'
           ELSE
               END-IF
               DISPLAY 'Novo saldo: ' WS-ContaSaldo ' ' WS-ContaMoeda
               PERFORM RegistrarLog
           END-IF
           END-IF.

      * Cada imposto retido sai como movimento próprio ('I'), visível
           MOVE WS-ImpostoContaGrava TO ImpostoContaNumero
           MOVE WS-AplicacaoIDGrava TO ImpostoAplicacaoID
           MOVE WS-ImpostoValorGrava TO ImpostoValor
           MOVE 'C' TO ImpostoOrigem
           OPEN EXTEND ImpostoFile
           IF WS-ImpFileStatus = '35'
               OPEN OUTPUT ImpostoFile
