       01  WS-ValorLiquidacao     PIC 9(7)V99 VALUE 0.
       01  WS-AplicacoesAtivas    PIC 9(5) VALUE 0.
       01  WS-AplicacoesLiquidadas PIC 9(5) VALUE 0.
       01  WS-AplicacoesRetidas   PIC 9(5) VALUE 0.
       01  WS-ContaEncontrada     PIC X VALUE 'N'.
       01  WS-MovData             PIC X(10).
       01  WS-MovHora             PIC X(8).
           DISPLAY 'Aplicações liquidadas no vencimento: '
               WS-AplicacoesLiquidadas
           DISPLAY 'Renovações automáticas: ' WS-RenovQtde
           DISPLAY 'Vencidas retidas em garantia: '
               WS-AplicacoesRetidas
           STOP RUN.

       ProcessarAplicacoes.
                       IF AplicacaoAtiva
                           PERFORM AcumularRendimento
                           IF AplicacaoDataVencimento <= WS-DataHojeOrd
                               IF AplicacaoCaucionada
                                   PERFORM ReterAplicacaoCaucionada
                               ELSE
                                   PERFORM LiquidarAplicacao
                               END-IF
                           END-IF
                           REWRITE AplicacaoRecord
                       END-IF
           ADD WS-ValorRendimento TO AplicacaoSaldoAtual
           ADD 1 TO WS-AplicacoesAtivas.

      * Aplicação vencida que garante empréstimo em aberto não volta
      * para a conta: continua ativa, rendendo à taxa contratada,
      * até a quitação do contrato liberar a caução (a liquidação
      * sai na primeira passagem depois disso) ou a régua executar
      * a garantia.
       ReterAplicacaoCaucionada.
           ADD 1 TO WS-AplicacoesRetidas
           DISPLAY 'Aplicação ' AplicacaoID
               ': vencida, retida em garantia do empréstimo '
               AplicacaoEmprestimoGarantia '.'.

      * No vencimento o principal mais o rendimento acumulado volta
      * para a conta do titular, com linha própria no extrato.
       LiquidarAplicacao.
           MOVE 'A' TO AplicacaoStatus
           MOVE WS-RenovInstrucao(WS-RenovIdx)
               TO AplicacaoInstrucaoVenc
           MOVE 0 TO AplicacaoEmprestimoGarantia
           WRITE AplicacaoRecord

           MOVE SPACES TO RenovacaoRptLine
           MOVE WS-ImpostoContaGrava TO ImpostoContaNumero
           MOVE WS-AplicacaoIDGrava TO ImpostoAplicacaoID
           MOVE WS-ImpostoValorGrava TO ImpostoValor
           MOVE 'C' TO ImpostoOrigem
           OPEN EXTEND ImpostoFile
           IF WS-ImpFileStatus = '35'
               OPEN OUTPUT ImpostoFile
