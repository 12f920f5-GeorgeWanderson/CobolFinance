      *    15 dias - lista telefônica da agência para contato;
      *    30 dias - carta formal de cobrança pela fila;
      *    60 dias - negativação do cliente no cadastro, com imagem
      *              na auditoria;
      *    90 dias - execução da garantia, só para contrato com CDB
      *              caucionado: a aplicação é resgatada (com IOF/IR
      *              retidos), o líquido entra na conta e abate as
      *              parcelas vencidas do contrato; a sobra fica na
      *              conta do cliente.
      *  As cartas saem pelo GerarCorrespondencia, que baixa a fila.
      *****************************************************************

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ReguaFileStatus.

           SELECT MovimentacaoFile ASSIGN TO 'movimentacao.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MovimentacaoChave
               FILE STATUS IS WS-MovFileStatus.

           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestFileStatus.

           SELECT AplicacaoFile ASSIGN TO 'aplicacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AplicFileStatus.

           SELECT ImpostoFile ASSIGN TO 'impostos_recolhidos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ImpFileStatus.

           SELECT TelefoneFile ASSIGN DYNAMIC WS-TelefoneFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  ReguaFile.
       COPY REGUAREC.

       FD  MovimentacaoFile.
       COPY MOVREC.

       FD  EmprestimoFile.
       COPY EMPRESTREC.

       FD  AplicacaoFile.
       COPY APLICREC.

       FD  ImpostoFile.
       COPY IMPREC.

       FD  TelefoneFile.
       01  TelefoneLine               PIC X(132).

       01  WS-AudPrograma         PIC X(20) VALUE 'ReguaCobranca'.
       01  WS-AudOperador         PIC X(10) VALUE 'BATCH'.
       01  WS-AudArquivo          PIC X(12) VALUE 'clientes'.
       01  WS-AudArquivoAplic     PIC X(12) VALUE 'aplicacoes'.
       01  WS-AudCampoAplic       PIC X(20) VALUE 'AplicacaoGarantia'.
       01  WS-AudCampo            PIC X(20) VALUE 'ClienteNegativado'.
       01  WS-AudAntes            PIC X(100).
       01  WS-AudDepois           PIC X(100).
       01  WS-RunCompetencia    PIC 9(8) VALUE 0.
       01  WS-RunOperador       PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado     PIC X VALUE 'N'.
       01  WS-MovFileStatus       PIC XX.
       01  WS-EmprestFileStatus   PIC XX.
       01  WS-AplicFileStatus     PIC XX.
       01  WS-ImpFileStatus       PIC XX.
       01  WS-MovData             PIC X(10).
       01  WS-MovHora             PIC X(8).
       01  WS-MovGravado          PIC X VALUE 'N'.
       01  WS-ContratoGarantido   PIC X VALUE 'N'.
      * Contratos com garantia a executar, anotados na varredura e
      * executados depois que parcelas.dat é fechado.
       01  WS-ExecQtde            PIC 9(3) VALUE 0.
       01  WS-ExecTabela.
           05  WS-ExecContrato OCCURS 100 TIMES PIC 9(5).
       01  WS-ExecIdx             PIC 9(3) VALUE 0.
       01  WS-ExecJaAnotado       PIC X VALUE 'N'.
       01  WS-ExecEmprestimo      PIC 9(5) VALUE 0.
       01  WS-ExecDisponivel      PIC 9(9)V99 VALUE 0.
       01  WS-ExecParcelasPagas   PIC 9(3) VALUE 0.
       01  WS-ExecAtrasoPagas     PIC 9(3) VALUE 0.
       01  WS-ExecValorAbatido    PIC 9(9)V99 VALUE 0.
       01  WS-ExecValorDevido     PIC 9(7)V99 VALUE 0.
       01  WS-ExecContaAchada     PIC X VALUE 'N'.
       01  WS-ValorLiquidacaoBruta PIC 9(7)V99 VALUE 0.
       01  WS-PrincipalAplic      PIC 9(7)V99 VALUE 0.
       01  WS-DataAplicOrig       PIC 9(8) VALUE 0.
       01  WS-RendimentoBruto     PIC S9(7)V99 VALUE 0.
       01  WS-DiasAplicacao       PIC 9(5) VALUE 0.
       01  WS-DiasRestantes       PIC 9(2) VALUE 0.
       01  WS-ProdutoIOF          PIC S9(9)V99 VALUE 0.
       01  WS-AliquotaIR          PIC 9V9(3) VALUE 0.
       01  WS-BaseIR              PIC 9(7)V99 VALUE 0.
       01  WS-ValorIOF            PIC 9(7)V99 VALUE 0.
       01  WS-ValorIR             PIC 9(7)V99 VALUE 0.
       01  WS-ImpostoTipoGrava    PIC X(3).
       01  WS-ImpostoValorGrava   PIC 9(7)V99 VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd
           MOVE WS-DataHoje TO WS-MovData
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-MovHora

      *    Guarda de reexecução diária: rodar duas vezes dispararia
      *    as mesmas ações em dobro no mesmo dia.
               DISPLAY 'Lista telefônica gravada em '
                   WS-TelefoneFileName
           END-IF
           CLOSE ParcelaFile

           IF WS-ExecQtde > 0
               OPEN I-O MovimentacaoFile
               IF WS-MovFileStatus = '35'
                   OPEN OUTPUT MovimentacaoFile
                   CLOSE MovimentacaoFile
                   OPEN I-O MovimentacaoFile
               END-IF
               PERFORM VARYING WS-ExecIdx FROM 1 BY 1
                       UNTIL WS-ExecIdx > WS-ExecQtde
                   MOVE WS-ExecContrato(WS-ExecIdx)
                       TO WS-ExecEmprestimo
                   PERFORM ExecutarGarantia
               END-PERFORM
               CLOSE MovimentacaoFile
           END-IF
           CLOSE ContaFile

           DISPLAY 'Avisos de 5 dias: ' WS-Avisos5
           DISPLAY 'Listas de 15 dias: ' WS-Listas15
           DISPLAY 'Cartas de 30 dias: ' WS-Cartas30
           DISPLAY 'Negativações de 60 dias: ' WS-Negativados60
           DISPLAY 'Garantias executadas aos 90 dias: ' WS-ExecQtde
           STOP RUN.

       VarrerParcelas.
               FUNCTION INTEGER-OF-DATE(ParcelaDataVencimento)

           EVALUATE TRUE
               WHEN WS-DiasAtraso >= 90
                   MOVE 90 TO WS-EstagioDevido
               WHEN WS-DiasAtraso >= 60
                   MOVE 60 TO WS-EstagioDevido
               WHEN WS-DiasAtraso >= 30
               WHEN OTHER
                   MOVE 0 TO WS-EstagioDevido
           END-EVALUATE
      *    O estágio de 90 dias só existe para contrato garantido
      *    por CDB; sem caução a régua para na negativação.
           IF WS-EstagioDevido = 90
               PERFORM VerificarGarantiaContrato
               IF WS-ContratoGarantido = 'N'
                   MOVE 60 TO WS-EstagioDevido
               END-IF
           END-IF

           IF WS-EstagioDevido > 0
               PERFORM VerificarAcaoJaFeita
               WHEN 60
                   PERFORM NegativarCliente
                   ADD 1 TO WS-Negativados60
               WHEN 90
                   PERFORM AnotarExecucaoGarantia
           END-EVALUATE.

       EscreverLinhaTelefone.
               CLOSE ClienteFile
           END-IF.

       VerificarGarantiaContrato.
           MOVE 'N' TO WS-ContratoGarantido
           OPEN INPUT AplicacaoFile
           IF WS-AplicFileStatus = '00'
               PERFORM UNTIL WS-AplicFileStatus = '10'
                   READ AplicacaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AplicacaoAtiva AND
                                   AplicacaoEmprestimoGarantia =
                                       ParcelaEmprestimoID
                               MOVE 'S' TO WS-ContratoGarantido
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AplicacaoFile
           END-IF.

      * Um contrato entra uma só vez na tabela, ainda que várias
      * parcelas dele cheguem aos 90 dias no mesmo dia.
       AnotarExecucaoGarantia.
           MOVE 'N' TO WS-ExecJaAnotado
           PERFORM VARYING WS-ExecIdx FROM 1 BY 1
                   UNTIL WS-ExecIdx > WS-ExecQtde
               IF WS-ExecContrato(WS-ExecIdx) = ParcelaEmprestimoID
                   MOVE 'S' TO WS-ExecJaAnotado
               END-IF
           END-PERFORM
           IF WS-ExecJaAnotado = 'N' AND WS-ExecQtde < 100
               ADD 1 TO WS-ExecQtde
               MOVE ParcelaEmprestimoID TO WS-ExecContrato(WS-ExecQtde)
               MOVE 'GARX' TO WS-NotifTipo
               MOVE SPACES TO WS-NotifTexto
               STRING 'Execução da garantia do empréstimo '
                      DELIMITED BY SIZE
                      ParcelaEmprestimoID DELIMITED BY SIZE
                   INTO WS-NotifTexto
               CALL 'RegistrarNotificacao' USING WS-NotifTipo
                   WS-ClienteIDParcela ParcelaContaNumero
                   ParcelaValor WS-NotifTexto
           END-IF.

      * Execução da garantia: resgata cada CDB caucionado ao contrato
      * e usa o líquido para pagar as parcelas vencidas, da mais
      * antiga para a mais nova, enquanto o valor cobrir a parcela
      * inteira. O que sobra fica na conta do cliente.
       ExecutarGarantia.
           MOVE 0 TO WS-ExecDisponivel
           MOVE 0 TO WS-ExecParcelasPagas
           MOVE 0 TO WS-ExecAtrasoPagas
           MOVE 0 TO WS-ExecValorAbatido
           PERFORM ResgatarGarantias
           IF WS-ExecDisponivel > 0
               PERFORM AbaterParcelasVencidas
               IF WS-ExecParcelasPagas > 0
                   PERFORM AtualizarContratoExecutado
               END-IF
           END-IF
           MOVE WS-ExecEmprestimo TO WS-AudChave
           MOVE SPACES TO WS-AudAntes
           STRING 'Caucionada ao empréstimo ' DELIMITED BY SIZE
                  WS-ExecEmprestimo DELIMITED BY SIZE
               INTO WS-AudAntes
           MOVE SPACES TO WS-AudDepois
           STRING 'Executada: líquido R$ ' DELIMITED BY SIZE
                  WS-ExecDisponivel DELIMITED BY SIZE
                  ' abatido R$ ' DELIMITED BY SIZE
                  WS-ExecValorAbatido DELIMITED BY SIZE
               INTO WS-AudDepois
           CALL 'GravarAuditoria' USING WS-AudPrograma WS-AudOperador
               WS-AudArquivoAplic WS-AudChave WS-AudCampoAplic
               WS-AudAntes
               WS-AudDepois
           DISPLAY 'Empréstimo ' WS-ExecEmprestimo
               ': garantia executada, ' WS-ExecParcelasPagas
               ' parcela(s) abatida(s), R$ ' WS-ExecValorAbatido '.'.

       ResgatarGarantias.
           OPEN I-O AplicacaoFile
           IF WS-AplicFileStatus = '00'
               PERFORM UNTIL WS-AplicFileStatus = '10'
                   READ AplicacaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AplicacaoAtiva AND
                                   AplicacaoEmprestimoGarantia =
                                       WS-ExecEmprestimo
                               PERFORM ResgatarUmaGarantia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AplicacaoFile
           END-IF.

       ResgatarUmaGarantia.
           MOVE AplicacaoSaldoAtual TO WS-ValorLiquidacaoBruta
           MOVE AplicacaoValor TO WS-PrincipalAplic
           MOVE AplicacaoDataAplicacao TO WS-DataAplicOrig
           PERFORM CalcularImpostosAplicacao

           MOVE 'N' TO WS-ExecContaAchada
           MOVE AplicacaoContaNumero TO ContaNumero
           READ ContaFile
               INVALID KEY
                   MOVE 'N' TO WS-ExecContaAchada
               NOT INVALID KEY
                   MOVE 'S' TO WS-ExecContaAchada
           END-READ

           IF WS-ExecContaAchada = 'N'
               DISPLAY 'Aplicação ' AplicacaoID
                   ': conta não encontrada, execução pendente.'
           ELSE
               ADD WS-ValorLiquidacaoBruta TO ContaSaldo
               MOVE 'Execução de CDB dado em garantia'
                   TO MovimentacaoDescricao
               MOVE 'G' TO MovimentacaoTipo
               MOVE WS-ValorLiquidacaoBruta TO MovimentacaoValor
               PERFORM GravarMovimentoGarantia

               IF WS-ValorIOF > 0
                   SUBTRACT WS-ValorIOF FROM ContaSaldo
                   MOVE 'IOF retido sobre execução de CDB'
                       TO MovimentacaoDescricao
                   MOVE 'I' TO MovimentacaoTipo
                   MOVE WS-ValorIOF TO MovimentacaoValor
                   PERFORM GravarMovimentoGarantia
                   MOVE 'IOF' TO WS-ImpostoTipoGrava
                   MOVE WS-ValorIOF TO WS-ImpostoValorGrava
                   PERFORM GravarImpostoRetido
               END-IF
               IF WS-ValorIR > 0
                   SUBTRACT WS-ValorIR FROM ContaSaldo
                   MOVE 'IR retido sobre execução de CDB'
                       TO MovimentacaoDescricao
                   MOVE 'I' TO MovimentacaoTipo
                   MOVE WS-ValorIR TO MovimentacaoValor
                   PERFORM GravarMovimentoGarantia
                   MOVE 'IR ' TO WS-ImpostoTipoGrava
                   MOVE WS-ValorIR TO WS-ImpostoValorGrava
                   PERFORM GravarImpostoRetido
               END-IF
               REWRITE ContaRecord
           CALL 'GravarJournal' USING 'ReguaCobranca       '
               'contas          ' ContaRecord

               COMPUTE WS-ExecDisponivel = WS-ExecDisponivel +
                   WS-ValorLiquidacaoBruta - WS-ValorIOF - WS-ValorIR
               MOVE 0 TO AplicacaoSaldoAtual
               MOVE 'R' TO AplicacaoStatus
               MOVE 0 TO AplicacaoEmprestimoGarantia
               REWRITE AplicacaoRecord
           END-IF.

      * Movimento na conta em contas.dat já posicionada; o chamador
      * preenche tipo, valor e descrição.
       GravarMovimentoGarantia.
           MOVE ContaNumero TO MovimentacaoContaNumero
           MOVE WS-MovData TO MovimentacaoData
           MOVE WS-MovHora TO MovimentacaoHora
           MOVE 0 TO MovimentacaoProtocolo
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE 'BATCH' TO MovimentacaoOperadorID
           MOVE 0 TO MovimentacaoContaRelacionada
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'ReguaCobranca       '
               'movimentacao    ' MovimentacaoRecord.

       GravarImpostoRetido.
           MOVE WS-DataHojeOrd TO ImpostoData
           MOVE WS-ImpostoTipoGrava TO ImpostoTipo
           MOVE AplicacaoContaNumero TO ImpostoContaNumero
           MOVE AplicacaoID TO ImpostoAplicacaoID
           MOVE WS-ImpostoValorGrava TO ImpostoValor
           MOVE 'C' TO ImpostoOrigem
           OPEN EXTEND ImpostoFile
           IF WS-ImpFileStatus = '35'
               OPEN OUTPUT ImpostoFile
           END-IF
           WRITE ImpostoRecord
           CLOSE ImpostoFile.

      * Mesma apuração do RendimentoAplicacao: IOF regressivo antes
      * de 30 dias e IR pela tabela regressiva sobre o rendimento
      * líquido de IOF.
       CalcularImpostosAplicacao.
           MOVE 0 TO WS-ValorIOF
           MOVE 0 TO WS-ValorIR
           COMPUTE WS-RendimentoBruto =
               WS-ValorLiquidacaoBruta - WS-PrincipalAplic
           IF WS-RendimentoBruto > 0
               COMPUTE WS-DiasAplicacao =
                   FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) -
                   FUNCTION INTEGER-OF-DATE(WS-DataAplicOrig)
               IF WS-DiasAplicacao < 30
                   COMPUTE WS-DiasRestantes = 30 - WS-DiasAplicacao
                   COMPUTE WS-ProdutoIOF =
                       WS-RendimentoBruto * WS-DiasRestantes
                   COMPUTE WS-ValorIOF ROUNDED = WS-ProdutoIOF / 30
               END-IF
               IF WS-DiasAplicacao <= 180
                   MOVE 0.225 TO WS-AliquotaIR
               ELSE
               IF WS-DiasAplicacao <= 360
                   MOVE 0.200 TO WS-AliquotaIR
               ELSE
               IF WS-DiasAplicacao <= 720
                   MOVE 0.175 TO WS-AliquotaIR
               ELSE
                   MOVE 0.150 TO WS-AliquotaIR
               END-IF
               END-IF
               END-IF
               COMPUTE WS-BaseIR = WS-RendimentoBruto - WS-ValorIOF
               COMPUTE WS-ValorIR ROUNDED =
                   WS-BaseIR * WS-AliquotaIR
           END-IF.

       AbaterParcelasVencidas.
           OPEN I-O ParcelaFile
           IF WS-ParcelaFileStatus = '00'
               PERFORM UNTIL WS-ParcelaFileStatus = '10'
                   READ ParcelaFile INTO ParcelaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
      *                    Parcela com pagamento parcial abate só o
      *                    saldo remanescente.
                           IF ParcelaValorPago NOT NUMERIC
                               MOVE 0 TO ParcelaValorPago
                           END-IF
                           COMPUTE WS-ExecValorDevido =
                               ParcelaValor - ParcelaValorPago
                           IF ParcelaEmprestimoID = WS-ExecEmprestimo
                                   AND (ParcelaPendente OR
                                       ParcelaAtrasada) AND
                                   ParcelaDataVencimento <
                                       WS-DataHojeOrd AND
                                   WS-ExecValorDevido <=
                                       WS-ExecDisponivel
                               PERFORM AbaterUmaParcela
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF.

       AbaterUmaParcela.
           MOVE ParcelaContaNumero TO ContaNumero
           READ ContaFile
               INVALID KEY
                   MOVE 'N' TO WS-ExecContaAchada
               NOT INVALID KEY
                   MOVE 'S' TO WS-ExecContaAchada
           END-READ
           IF WS-ExecContaAchada = 'S'
               SUBTRACT WS-ExecValorDevido FROM ContaSaldo
               MOVE SPACES TO MovimentacaoDescricao
               STRING 'Parcela ' DELIMITED BY SIZE
                      ParcelaNumero DELIMITED BY SIZE
                      ' do empréstimo ' DELIMITED BY SIZE
                      ParcelaEmprestimoID DELIMITED BY SIZE
                      ' paga pela garantia' DELIMITED BY SIZE
                   INTO MovimentacaoDescricao
               MOVE 'Q' TO MovimentacaoTipo
               MOVE WS-ExecValorDevido TO MovimentacaoValor
               PERFORM GravarMovimentoGarantia
               REWRITE ContaRecord
           CALL 'GravarJournal' USING 'ReguaCobranca       '
               'contas          ' ContaRecord

               IF ParcelaAtrasada
                   ADD 1 TO WS-ExecAtrasoPagas
               END-IF
               ADD WS-ExecValorDevido TO ParcelaValorPago
               MOVE 'G' TO ParcelaStatus
               MOVE WS-DataHojeOrd TO ParcelaDataPagamento
               REWRITE ParcelaRecord
               SUBTRACT WS-ExecValorDevido FROM WS-ExecDisponivel
               ADD WS-ExecValorDevido TO WS-ExecValorAbatido
               ADD 1 TO WS-ExecParcelasPagas
           END-IF.

       AtualizarContratoExecutado.
           OPEN I-O EmprestimoFile
           IF WS-EmprestFileStatus = '00'
               PERFORM UNTIL WS-EmprestFileStatus = '10'
                   READ EmprestimoFile INTO EmprestimoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EmprestimoID = WS-ExecEmprestimo
                               ADD WS-ExecParcelasPagas
                                   TO EmprestimoParcelasPagas
                               IF EmprestimoParcelasAtraso >
                                       WS-ExecAtrasoPagas
                                   SUBTRACT WS-ExecAtrasoPagas
                                       FROM EmprestimoParcelasAtraso
                               ELSE
                                   MOVE 0 TO EmprestimoParcelasAtraso
                               END-IF
                               IF EmprestimoParcelasPagas >=
                                       EmprestimoPrazoMeses
                                   MOVE 'Q' TO EmprestimoStatus
                                   DISPLAY 'Empréstimo ' EmprestimoID
                                       ' quitado pela garantia.'
                               END-IF
                               REWRITE EmprestimoRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF.

      * Inclusão no arquivo indexado de movimentação: a chave é
      * conta + data + protocolo e o sequencial desempata pernas da
      * mesma transação na mesma conta.
       GravarMovimentoIndexado.
           MOVE 0 TO MovimentacaoSeqReg
           MOVE 'N' TO WS-MovGravado
           PERFORM UNTIL WS-MovGravado = 'S' OR
                   MovimentacaoSeqReg > 98
               WRITE MovimentacaoRecord
                   INVALID KEY
                       ADD 1 TO MovimentacaoSeqReg
                   NOT INVALID KEY
                       MOVE 'S' TO WS-MovGravado
               END-WRITE
           END-PERFORM.

       RegistrarAcao.
           MOVE ParcelaEmprestimoID TO ReguaEmprestimoID
           MOVE ParcelaNumero TO ReguaParcelaNumero
