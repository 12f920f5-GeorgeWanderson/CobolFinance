      *  pela chave PIX do favorecido. Cada item aplicável é creditado
      *  na conta com protocolo e movimento; itens sem conta aplicável
      *  saem no arquivo de devolução do dia para retorno dos fundos
      *  ao banco de origem. TED com referência PORT<pedido> liquida
      *  o contrato de empréstimo do pedido de portabilidade de
      *  crédito mantido pelo cliente (portab_credito.dat).
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RecFileStatus.

           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestFileStatus.

           SELECT ParcelaFile ASSIGN TO 'parcelas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParcelaFileStatus.

           SELECT PortabCreditoFile ASSIGN TO 'portab_credito.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PortFileStatus.

           SELECT DevolucaoFile ASSIGN DYNAMIC WS-DevolucaoFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
      *        PIX); devolvida intacta no arquivo de devolução.
           05  RecReferencia          PIC X(25).

       FD  EmprestimoFile.
       COPY EMPRESTREC.

       FD  ParcelaFile.
       COPY PARCREC.

       FD  PortabCreditoFile.
       COPY PORTCREDREC.

       FD  DevolucaoFile.
       01  DevolucaoRecord.
           05  DevBancoOrigem         PIC 9(3).

       01  WS-MovGravado        PIC X VALUE 'N'.

       01  WS-EmprestFileStatus PIC XX.
       01  WS-ParcelaFileStatus PIC XX.
       01  WS-PortFileStatus    PIC XX.
       01  WS-PortPedidoID      PIC 9(5) VALUE 0.
       01  WS-PortLocalizado    PIC X VALUE 'N'.
       01  WS-PortEmprestimoID  PIC 9(5) VALUE 0.
       01  WS-PortSaldo         PIC 9(7)V99 VALUE 0.
       01  WS-PortLiquidadas    PIC 9(5) VALUE 0.
       01  WS-CaucaoNovo        PIC 9(5) VALUE 0.
       01  WS-CaucaoQtde        PIC 9(3) VALUE 0.
       01  WS-PendOrigem        PIC X(20) VALUE 'CreditoInterbancario'.
       01  WS-PendTipo          PIC X(4) VALUE 'PORT'.
       01  WS-PendDescricao     PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           DISPLAY 'Itens devolvidos: ' WS-ItensDevolvidos
               ' (R$ ' WS-ValorDevolvido ')'
           DISPLAY 'Cobranças PIX baixadas: ' WS-CobrancasBaixadas
           DISPLAY 'Contratos liquidados por portabilidade: '
               WS-PortLiquidadas
           IF WS-ItensDevolvidos > 0
               DISPLAY 'Arquivo de devolução: ' WS-DevolucaoFileName
           END-IF

       ProcessarRecebido.
           MOVE SPACES TO WS-MotivoDevolucao
           IF RecTipoEntrada NOT = 'P' AND
                   RecReferencia(1:4) = 'PORT'
               PERFORM ResolverPortabilidade
               IF WS-MotivoDevolucao NOT = SPACES
                   PERFORM DevolverItem
                   PERFORM PendenciaPortabilidade
               ELSE
                   PERFORM LiquidarPortabilidade
               END-IF
           ELSE
           PERFORM ResolverContaFavorecido
           IF WS-MotivoDevolucao NOT = SPACES
               PERFORM DevolverItem
           ELSE
               PERFORM CreditarFavorecido
           END-IF
           END-IF.

      * TED de portabilidade de crédito: a referência traz o número
      * do pedido de saída. O pedido precisa estar mantido pelo
      * cliente, vir do banco proponente e cobrir o saldo devedor
      * informado; fora disso o TED volta ao banco de origem.
       ResolverPortabilidade.
           MOVE 'N' TO WS-PortLocalizado
           MOVE 0 TO WS-PortPedidoID
           MOVE 0 TO WS-ContaCredito
           IF RecReferencia(5:5) IS NUMERIC
               MOVE RecReferencia(5:5) TO WS-PortPedidoID
           END-IF
           OPEN INPUT PortabCreditoFile
           IF WS-PortFileStatus = '00'
               PERFORM UNTIL WS-PortFileStatus = '10'
                   READ PortabCreditoFile INTO PortabCreditoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PortCredID = WS-PortPedidoID AND
                                   PortCredSaida AND PortCredMantido
                               MOVE 'Y' TO WS-PortLocalizado
                               MOVE PortCredContaNumero
                                   TO WS-ContaCredito
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PortabCreditoFile
           END-IF

           IF WS-PortLocalizado = 'N'
               MOVE 'Portabilidade não localizada'
                   TO WS-MotivoDevolucao
           ELSE
           IF PortCredBanco NOT = RecBancoOrigem
               MOVE 'Banco divergente portabilidade'
                   TO WS-MotivoDevolucao
           ELSE
           IF RecValor < PortCredSaldoDevedor
               MOVE 'Valor inferior ao saldo devedor'
                   TO WS-MotivoDevolucao
           ELSE
               MOVE PortCredEmprestimoID TO WS-PortEmprestimoID
               MOVE PortCredSaldoDevedor TO WS-PortSaldo
               MOVE WS-ContaCredito TO ContaNumero
               READ ContaFile
                   INVALID KEY
                       MOVE 'Conta não localizada'
                           TO WS-MotivoDevolucao
               END-READ
           END-IF
           END-IF
           END-IF.

      * O TED entra na conta do contrato e o saldo devedor sai dela
      * em seguida como liquidação do empréstimo; sobra acima do
      * saldo fica com o cliente. Parcelas em aberto são liquidadas,
      * o contrato é quitado e a garantia liberada.
       LiquidarPortabilidade.
           ADD RecValor TO ContaSaldo
           PERFORM ObterProximoProtocolo

           MOVE SPACES TO WS-MovDescricao
           STRING 'TED de portabilidade de credito banco '
                  DELIMITED BY SIZE
                  RecBancoOrigem DELIMITED BY SIZE
                  ' ref ' DELIMITED BY SIZE
                  RecReferencia DELIMITED BY SIZE
               INTO WS-MovDescricao
           MOVE WS-ContaCredito TO MovimentacaoContaNumero
           MOVE WS-MovData TO MovimentacaoData
           MOVE WS-MovHora TO MovimentacaoHora
           MOVE 'C' TO MovimentacaoTipo
           MOVE RecValor TO MovimentacaoValor
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE WS-MovDescricao TO MovimentacaoDescricao
           MOVE 0 TO MovimentacaoContaRelacionada
           MOVE WS-Protocolo TO MovimentacaoProtocolo
           MOVE 'BATCH' TO MovimentacaoOperadorID
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'CreditoInterbancario'
               'movimentacao    ' MovimentacaoRecord

           SUBTRACT WS-PortSaldo FROM ContaSaldo
           MOVE SPACES TO WS-MovDescricao
           STRING 'Liquidacao por portabilidade do emprestimo '
                  DELIMITED BY SIZE
                  WS-PortEmprestimoID DELIMITED BY SIZE
               INTO WS-MovDescricao
           MOVE WS-ContaCredito TO MovimentacaoContaNumero
           MOVE WS-MovData TO MovimentacaoData
           MOVE WS-MovHora TO MovimentacaoHora
           MOVE 'Q' TO MovimentacaoTipo
           MOVE WS-PortSaldo TO MovimentacaoValor
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE WS-MovDescricao TO MovimentacaoDescricao
           MOVE 0 TO MovimentacaoContaRelacionada
           MOVE WS-Protocolo TO MovimentacaoProtocolo
           MOVE 'BATCH' TO MovimentacaoOperadorID
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'CreditoInterbancario'
               'movimentacao    ' MovimentacaoRecord

           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'CreditoInterbancario'
               'contas          ' ContaRecord

           PERFORM LiquidarParcelasPortadas
           PERFORM QuitarContratoPortado
           MOVE 0 TO WS-CaucaoNovo
           CALL 'LiberarCaucao' USING WS-PortEmprestimoID
               WS-CaucaoNovo WS-CaucaoQtde
           PERFORM ConcluirPedidoPortabilidade

           ADD 1 TO WS-ItensCreditados
           ADD RecValor TO WS-ValorCreditado
           ADD 1 TO WS-PortLiquidadas
           DISPLAY 'Portabilidade ' WS-PortPedidoID ': contrato '
               WS-PortEmprestimoID ' liquidado, protocolo '
               WS-Protocolo.

       LiquidarParcelasPortadas.
           OPEN I-O ParcelaFile
           IF WS-ParcelaFileStatus = '00'
               PERFORM UNTIL WS-ParcelaFileStatus = '10'
                   READ ParcelaFile INTO ParcelaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ParcelaEmprestimoID =
                                   WS-PortEmprestimoID AND
                                   (ParcelaPendente OR
                                       ParcelaAtrasada)
                               MOVE 'L' TO ParcelaStatus
                               MOVE WS-DataHojeNum
                                   TO ParcelaDataPagamento
                               REWRITE ParcelaRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF.

       QuitarContratoPortado.
           OPEN I-O EmprestimoFile
           IF WS-EmprestFileStatus = '00'
               PERFORM UNTIL WS-EmprestFileStatus = '10'
                   READ EmprestimoFile INTO EmprestimoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EmprestimoID = WS-PortEmprestimoID AND
                                   EmprestimoAtivo
                               MOVE 'Q' TO EmprestimoStatus
                               REWRITE EmprestimoRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF.

       ConcluirPedidoPortabilidade.
           OPEN I-O PortabCreditoFile
           IF WS-PortFileStatus = '00'
               PERFORM UNTIL WS-PortFileStatus = '10'
                   READ PortabCreditoFile INTO PortabCreditoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PortCredID = WS-PortPedidoID
                               MOVE 'L' TO PortCredStatus
                               MOVE WS-DataHojeNum
                                   TO PortCredDataConclusao
                               MOVE WS-Protocolo
                                   TO PortCredProtocolo
                               MOVE 'BATCH' TO PortCredOperadorID
                               REWRITE PortabCreditoRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PortabCreditoFile
           END-IF.

      * TED de portabilidade devolvido: o pedido continua aguardando
      * e a agência trata com o banco proponente dentro do prazo.
       PendenciaPortabilidade.
           MOVE SPACES TO WS-PendDescricao
           STRING 'TED portab ' DELIMITED BY SIZE
                  RecReferencia(1:9) DELIMITED BY SIZE
                  ' devolvido: ' DELIMITED BY SIZE
                  WS-MotivoDevolucao DELIMITED BY SIZE
               INTO WS-PendDescricao
           CALL 'RegistrarPendencia' USING WS-PendOrigem WS-PendTipo
               WS-ContaCredito RecValor WS-PendDescricao.

      * Resolve o favorecido do item: por chave PIX ativa em
      * chaves_pix.dat ou por agência e conta em contas.dat. A conta
      * resolvida precisa existir, pertencer à agência informada e
