       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       01  WS-CaucaoContrato      PIC 9(5) VALUE 0.
       01  WS-CaucaoNovoContrato  PIC 9(5) VALUE 0.
       01  WS-CaucaoQtde          PIC 9(3) VALUE 0.

      * Encargos de atraso, calculados no dia do pagamento: juros
      * de mora pro rata die (percentual ao dia, MORA-JUROS-DIA) e
      * multa contratual única (percentual, MORA-MULTA-PCT) sobre o
      * valor ainda devido da parcela.
       01  WS-MoraPctDia          PIC 9V9(4) VALUE 0.0333.
       01  WS-MultaPct            PIC 9(2)V9(4) VALUE 2.
       01  WS-ParamNome           PIC X(20).
       01  WS-ParamDataRef        PIC 9(8) VALUE 0.
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.
       01  WS-ValorDevido         PIC 9(7)V99 VALUE 0.
       01  WS-DataBaseMora        PIC 9(8) VALUE 0.
       01  WS-DiasAtraso          PIC S9(5) VALUE 0.
       01  WS-JurosMora           PIC 9(7)V99 VALUE 0.
       01  WS-MultaAtraso         PIC 9(7)V99 VALUE 0.
       01  WS-Encargos            PIC 9(7)V99 VALUE 0.
       01  WS-TotalCobrar         PIC 9(9)V99 VALUE 0.
       01  WS-Disponivel          PIC S9(9)V99 VALUE 0.
       01  WS-ValorParcial        PIC 9(7)V99 VALUE 0.
       01  WS-EncargosRecebidos   PIC 9(9)V99 VALUE 0.
       01  WS-PagamentosParciais  PIC 9(5) VALUE 0.

       01  WS-MovGravado        PIC X VALUE 'N'.
      * Modo prévia: calcula e relata o que seria lançado, sem
      * gravar nada (sub-rotina PreviaLancamento).
       01  WS-PrevOperacao        PIC X VALUE ' '.
       01  WS-PrevModo            PIC X VALUE 'N'.
       01  WS-PrevPrograma        PIC X(20) VALUE 'CobrancaEmprestimo'.
       01  WS-PrevConta           PIC 9(7) VALUE 0.
       01  WS-PrevAgencia         PIC 9(4) VALUE 0.
       01  WS-PrevTipoMov         PIC X VALUE ' '.
       01  WS-PrevValor           PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE WS-DataHoje TO WS-MovData
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-MovHora

      *    Em modo prévia não há diário de execução: parcelas,
      *    contratos, contas e movimentos ficam como estão.
           MOVE 'C' TO WS-PrevOperacao
           CALL 'PreviaLancamento' USING WS-PrevOperacao
               WS-PrevModo WS-PrevPrograma WS-PrevConta
               WS-PrevAgencia WS-PrevTipoMov WS-PrevValor
           IF WS-PrevModo = 'S'
               MOVE 'I' TO WS-PrevOperacao
               CALL 'PreviaLancamento' USING WS-PrevOperacao
                   WS-PrevModo WS-PrevPrograma WS-PrevConta
                   WS-PrevAgencia WS-PrevTipoMov WS-PrevValor
               DISPLAY 'MODO PRÉVIA: nenhum lançamento será gravado.'
           ELSE
               MOVE 'CobrancaEmprestimo' TO WS-ExecPrograma
               MOVE 'INI' TO WS-ExecEvento
               CALL 'RegistroExecucao' USING WS-ExecPrograma
                   WS-ExecEvento WS-ExecLidos WS-ExecPostados
                   WS-ExecRejeitados WS-ExecSituacao
           END-IF

           OPEN I-O ContaFile
           IF WS-FileStatus = '35'
               OPEN I-O MovimentacaoFile
           END-IF
           OPEN I-O ParcelaFile
           PERFORM CarregarParametrosMora

           MOVE 'Iniciando cobrança de parcelas...' TO WS-Mensagem
           DISPLAY WS-Mensagem
           CLOSE MovimentacaoFile
           CLOSE ContaFile

           IF WS-PrevModo = 'S'
               MOVE 'F' TO WS-PrevOperacao
               CALL 'PreviaLancamento' USING WS-PrevOperacao
                   WS-PrevModo WS-PrevPrograma WS-PrevConta
                   WS-PrevAgencia WS-PrevTipoMov WS-PrevValor
           ELSE
               MOVE 'FIM' TO WS-ExecEvento
               CALL 'RegistroExecucao' USING WS-ExecPrograma
                   WS-ExecEvento WS-ParcelasCobradas WS-ExecPostados
                   WS-ParcelasAtrasadas WS-ExecSituacao
           END-IF

           DISPLAY 'Relatório da carteira de empréstimos:'
           DISPLAY 'Parcelas cobradas: ' WS-ParcelasCobradas
           DISPLAY 'Parcelas em atraso: ' WS-ParcelasAtrasadas
               ' (R$ ' WS-ValorEmAtraso ')'
           DISPLAY 'Contratos quitados no ciclo: ' WS-ContratosQuitados
           DISPLAY 'Pagamentos parciais: ' WS-PagamentosParciais
           DISPLAY 'Encargos de atraso recebidos: R$ '
               WS-EncargosRecebidos
           GOBACK.

       CarregarParametrosMora.
           MOVE WS-DataHojeOrd TO WS-ParamDataRef
           MOVE 'MORA-JUROS-DIA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-MoraPctDia
           END-IF
           MOVE 'MORA-MULTA-PCT' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-MultaPct
           END-IF.

       CobrarParcelas.
           PERFORM UNTIL WS-ParcelaFileStatus = '10'  *> End of file
               READ ParcelaFile INTO ParcelaRecord
                       IF (ParcelaPendente OR ParcelaAtrasada) AND
                               ParcelaDataVencimento <= WS-DataHojeOrd
                           PERFORM ProcessarParcela
                           IF WS-PrevModo NOT = 'S'
                               REWRITE ParcelaRecord
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ProcessarParcela.
      *    Parcela com boleto do carnê em aberto não é debitada: o
      *    pagamento vem pelo retorno da cobrança de títulos, que
      *    devolve a parcela ao débito em conta na baixa do boleto.
           IF ParcelaNossoNumero NOT NUMERIC
               MOVE 0 TO ParcelaNossoNumero
           END-IF
           IF ParcelaNossoNumero > 0
               PERFORM AguardarBoletoCarne
           ELSE
      *    Parcela de contrato consignado é retida pela folha do
      *    convênio; a cobrança em conta só assume como reserva
      *    quando a parcela já passou do vencimento sem a retenção.
               CONTINUE
           ELSE
           PERFORM ProcessarParcelaConta
           END-IF
           END-IF.

      * Boleto do carnê vencido sem retorno de liquidação deixa a
      * parcela em atraso, sem débito; os encargos são cobrados
      * quando o pagamento chegar.
       AguardarBoletoCarne.
           IF ParcelaDataVencimento < WS-DataHojeOrd
               IF ParcelaAtrasada
                   MOVE 'Y' TO WS-ParcelaFoiAtrasada
               ELSE
                   MOVE 'N' TO WS-ParcelaFoiAtrasada
               END-IF
               IF ParcelaValorPago NOT NUMERIC
                   MOVE 0 TO ParcelaValorPago
               END-IF
               COMPUTE WS-ValorDevido = ParcelaValor - ParcelaValorPago
               IF WS-ParcelaFoiAtrasada = 'N' AND WS-PrevModo NOT = 'S'
                   MOVE 'A' TO ParcelaStatus
                   PERFORM AtualizarContratoAtraso
               END-IF
               ADD 1 TO WS-ParcelasAtrasadas
               ADD WS-ValorDevido TO WS-ValorEmAtraso
               DISPLAY 'Empréstimo ' ParcelaEmprestimoID ' parcela '
                   ParcelaNumero ': boleto do carnê em aberto, '
                   'parcela em atraso.'
           END-IF.

       VerificarModalidadeConsignada.
                   MOVE 'Y' TO WS-ContaEncontrada
           END-READ

           PERFORM ApurarEncargosAtraso
           COMPUTE WS-TotalCobrar = WS-ValorDevido + WS-Encargos
           MOVE 0 TO WS-Disponivel
           IF WS-ContaEncontrada = 'Y'
               COMPUTE WS-Disponivel = ContaSaldo + ContaLimite
           END-IF

      *    Sem saldo para a parcela inteira, parcela já vencida paga
      *    o que couber: primeiro os encargos, depois parte do valor.
           IF WS-ContaEncontrada = 'Y' AND ContaAtiva AND
                   WS-TotalCobrar <= WS-Disponivel
               IF WS-PrevModo = 'S'
                   MOVE WS-ValorDevido TO WS-ValorParcial
                   PERFORM PreverParcela
                   ADD 1 TO WS-ParcelasCobradas
               ELSE
                   PERFORM DebitarParcela
               END-IF
           ELSE
           IF WS-ContaEncontrada = 'Y' AND ContaAtiva AND
                   WS-DiasAtraso > 0 AND
                   WS-Disponivel > WS-Encargos
               IF WS-PrevModo = 'S'
                   COMPUTE WS-ValorParcial = WS-Disponivel - WS-Encargos
                   IF WS-ValorParcial > WS-ValorDevido
                       MOVE WS-ValorDevido TO WS-ValorParcial
                   END-IF
                   PERFORM PreverParcela
                   ADD 1 TO WS-PagamentosParciais
               ELSE
                   PERFORM DebitarParcelaParcial
               END-IF
               PERFORM MarcarParcelaAtrasada
           ELSE
               PERFORM MarcarParcelaAtrasada
           END-IF
           END-IF.

      * Valor ainda devido da parcela e encargos do atraso até hoje.
      * A mora corre do vencimento, ou do último pagamento parcial,
      * sobre o saldo remanescente; a multa incide uma única vez, no
      * primeiro recebimento após o vencimento.
       ApurarEncargosAtraso.
           IF ParcelaValorPago NOT NUMERIC
               MOVE 0 TO ParcelaValorPago
           END-IF
           IF ParcelaEncargosPagos NOT NUMERIC
               MOVE 0 TO ParcelaEncargosPagos
           END-IF
           IF ParcelaDataBaseMora NOT NUMERIC
               MOVE 0 TO ParcelaDataBaseMora
           END-IF
           COMPUTE WS-ValorDevido = ParcelaValor - ParcelaValorPago
           MOVE 0 TO WS-JurosMora
           MOVE 0 TO WS-MultaAtraso
           MOVE 0 TO WS-Encargos
           MOVE 0 TO WS-DiasAtraso
           IF ParcelaDataBaseMora > 0
               MOVE ParcelaDataBaseMora TO WS-DataBaseMora
           ELSE
               MOVE ParcelaDataVencimento TO WS-DataBaseMora
           END-IF
           IF WS-DataBaseMora < WS-DataHojeOrd
               COMPUTE WS-DiasAtraso =
                   FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) -
                   FUNCTION INTEGER-OF-DATE(WS-DataBaseMora)
               COMPUTE WS-JurosMora ROUNDED =
                   WS-ValorDevido * WS-MoraPctDia * WS-DiasAtraso / 100
               IF ParcelaEncargosPagos = 0
                   COMPUTE WS-MultaAtraso ROUNDED =
                       WS-ValorDevido * WS-MultaPct / 100
               END-IF
               COMPUTE WS-Encargos = WS-JurosMora + WS-MultaAtraso
           END-IF.

      * Prévia do débito da parcela: encargos ('Y') e valor ('Q')
      * vão só para o relatório. O saldo da conta não é baixado,
      * então parcelas da mesma conta são avaliadas cada uma contra
      * o saldo atual.
       PreverParcela.
           MOVE ParcelaContaNumero TO WS-PrevConta
           MOVE ContaAgencia TO WS-PrevAgencia
           IF WS-Encargos > 0
               MOVE 'Y' TO WS-PrevTipoMov
               MOVE WS-Encargos TO WS-PrevValor
               MOVE 'G' TO WS-PrevOperacao
               CALL 'PreviaLancamento' USING WS-PrevOperacao
                   WS-PrevModo WS-PrevPrograma WS-PrevConta
                   WS-PrevAgencia WS-PrevTipoMov WS-PrevValor
               ADD WS-Encargos TO WS-EncargosRecebidos
           END-IF
           MOVE 'Q' TO WS-PrevTipoMov
           MOVE WS-ValorParcial TO WS-PrevValor
           MOVE 'G' TO WS-PrevOperacao
           CALL 'PreviaLancamento' USING WS-PrevOperacao
               WS-PrevModo WS-PrevPrograma WS-PrevConta
               WS-PrevAgencia WS-PrevTipoMov WS-PrevValor
           ADD WS-ValorParcial TO WS-ValorRecebido.

       DebitarParcela.
           IF WS-Encargos > 0
               PERFORM DebitarEncargosAtraso
           END-IF
           SUBTRACT WS-ValorDevido FROM ContaSaldo
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'CobrancaEmprestimo  '
               'contas          ' ContaRecord

           MOVE SPACES TO WS-MovDescricao
           STRING 'Parcela ' DELIMITED BY SIZE
                  ParcelaNumero DELIMITED BY SIZE
                  ' do empréstimo ' DELIMITED BY SIZE
           MOVE WS-MovData TO MovimentacaoData
           MOVE WS-MovHora TO MovimentacaoHora
           MOVE 'Q' TO MovimentacaoTipo
           MOVE WS-ValorDevido TO MovimentacaoValor
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE WS-MovDescricao TO MovimentacaoDescricao
           MOVE 0 TO MovimentacaoContaRelacionada
           CALL 'GravarJournal' USING 'CobrancaEmprestimo  '
               'movimentacao    ' MovimentacaoRecord

           ADD WS-ValorDevido TO ParcelaValorPago
           MOVE 'G' TO ParcelaStatus
           MOVE WS-DataHojeOrd TO ParcelaDataPagamento
           ADD 1 TO WS-ParcelasCobradas
           ADD WS-ValorDevido TO WS-ValorRecebido
           PERFORM AtualizarContratoPago
           DISPLAY 'Empréstimo ' ParcelaEmprestimoID ' parcela '
               ParcelaNumero ': R$ ' WS-ValorDevido
               ' debitados da conta ' ParcelaContaNumero '.'.

      * Pagamento parcial: encargos quitados primeiro, o restante do
      * disponível abate o valor da parcela, e a mora passa a correr
      * de hoje sobre o saldo que sobra.
       DebitarParcelaParcial.
           COMPUTE WS-ValorParcial = WS-Disponivel - WS-Encargos
           IF WS-ValorParcial > WS-ValorDevido
               MOVE WS-ValorDevido TO WS-ValorParcial
           END-IF
           IF WS-Encargos > 0
               PERFORM DebitarEncargosAtraso
           END-IF
           SUBTRACT WS-ValorParcial FROM ContaSaldo
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'CobrancaEmprestimo  '
               'contas          ' ContaRecord

           MOVE SPACES TO WS-MovDescricao
           STRING 'Pagto parcial parcela ' DELIMITED BY SIZE
                  ParcelaNumero DELIMITED BY SIZE
                  ' do empréstimo ' DELIMITED BY SIZE
                  ParcelaEmprestimoID DELIMITED BY SIZE
               INTO WS-MovDescricao
           MOVE ParcelaContaNumero TO MovimentacaoContaNumero
           MOVE WS-MovData TO MovimentacaoData
           MOVE WS-MovHora TO MovimentacaoHora
           MOVE 'Q' TO MovimentacaoTipo
           MOVE WS-ValorParcial TO MovimentacaoValor
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE WS-MovDescricao TO MovimentacaoDescricao
           MOVE 0 TO MovimentacaoContaRelacionada
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'CobrancaEmprestimo  '
               'movimentacao    ' MovimentacaoRecord

           ADD WS-ValorParcial TO ParcelaValorPago
           MOVE WS-DataHojeOrd TO ParcelaDataBaseMora
           ADD 1 TO WS-PagamentosParciais
           ADD WS-ValorParcial TO WS-ValorRecebido
           COMPUTE WS-ValorDevido = ParcelaValor - ParcelaValorPago
           DISPLAY 'Empréstimo ' ParcelaEmprestimoID ' parcela '
               ParcelaNumero ': pagamento parcial de R$ '
               WS-ValorParcial ', restam R$ ' WS-ValorDevido '.'.

      * Encargos de atraso em lançamento próprio ('Y'), separado da
      * parcela, para o diário contábil levar à conta de receita de
      * mora.
       DebitarEncargosAtraso.
           SUBTRACT WS-Encargos FROM ContaSaldo
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'CobrancaEmprestimo  '
               'contas          ' ContaRecord

           MOVE SPACES TO WS-MovDescricao
           STRING 'Mora/multa parcela ' DELIMITED BY SIZE
                  ParcelaNumero DELIMITED BY SIZE
                  ' do empréstimo ' DELIMITED BY SIZE
                  ParcelaEmprestimoID DELIMITED BY SIZE
               INTO WS-MovDescricao
           MOVE ParcelaContaNumero TO MovimentacaoContaNumero
           MOVE WS-MovData TO MovimentacaoData
           MOVE WS-MovHora TO MovimentacaoHora
           MOVE 'Y' TO MovimentacaoTipo
           MOVE WS-Encargos TO MovimentacaoValor
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE WS-MovDescricao TO MovimentacaoDescricao
           MOVE 0 TO MovimentacaoContaRelacionada
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'CobrancaEmprestimo  '
               'movimentacao    ' MovimentacaoRecord

           ADD WS-Encargos TO ParcelaEncargosPagos
           ADD WS-Encargos TO WS-EncargosRecebidos
           DISPLAY 'Empréstimo ' ParcelaEmprestimoID ' parcela '
               ParcelaNumero ': mora R$ ' WS-JurosMora
               ' + multa R$ ' WS-MultaAtraso '.'.

       MarcarParcelaAtrasada.
           IF WS-ParcelaFoiAtrasada = 'N' AND WS-PrevModo NOT = 'S'
               MOVE 'A' TO ParcelaStatus
               PERFORM AtualizarContratoAtraso
           END-IF
           ADD 1 TO WS-ParcelasAtrasadas
           ADD WS-ValorDevido TO WS-ValorEmAtraso
           DISPLAY 'Empréstimo ' ParcelaEmprestimoID ' parcela '
               ParcelaNumero ': sem saldo, parcela em atraso.'.

      * parcela paga, baixa o contador de atraso quando a parcela
      * cobrada estava atrasada e quita o contrato na última parcela.
       AtualizarContratoPago.
           MOVE 0 TO WS-CaucaoContrato
           OPEN I-O EmprestimoFile
           IF WS-EmprestFileStatus = '00'
               PERFORM UNTIL WS-EmprestFileStatus = '10'
                                   ADD 1 TO WS-ContratosQuitados
                                   DISPLAY 'Empréstimo ' EmprestimoID
                                       ' quitado.'
                                   MOVE EmprestimoID
                                       TO WS-CaucaoContrato
                               END-IF
                               REWRITE EmprestimoRecord
                               EXIT PERFORM
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF
      *    Contrato quitado libera o CDB dado em garantia.
           IF WS-CaucaoContrato > 0
               MOVE 0 TO WS-CaucaoNovoContrato
               CALL 'LiberarCaucao' USING WS-CaucaoContrato
                   WS-CaucaoNovoContrato WS-CaucaoQtde
           END-IF.

       AtualizarContratoAtraso.
