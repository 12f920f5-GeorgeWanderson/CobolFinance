       IDENTIFICATION DIVISION.
       PROGRAM-ID. FaturamentoCartao.

      *****************************************************************
      *  FaturamentoCartao.cbl - Job diário do cartão de crédito.
      *  Primeiro cobra as faturas que vencem hoje (ou venceram sem
      *  cobrança): debita da conta de cobrança o total, ou o que o
      *  saldo disponível permitir; o que não foi pago cai no
      *  rotativo da conta cartão e, abaixo do mínimo, marca o
      *  atraso. Depois fecha o ciclo das contas cartão cujo
      *  fechamento (vencimento menos CARTAO-DIAS-FECHAM) chegou:
      *  as compras do ciclo em lancamentos_cartao.dat, o rotativo
      *  anterior e os juros de CARTAO-JUROS-ROTAT formam a fatura
      *  de faturas.dat, com mínimo de CARTAO-PAGTO-MINIMO por cento
      *  do total. A fatura fechada e a cobrança parcial saem na fila
      *  de correspondência.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT MovimentacaoFile ASSIGN TO 'movimentacao.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MovimentacaoChave
               FILE STATUS IS WS-MovFileStatus.

           SELECT ContaCartaoFile ASSIGN TO 'contas_cartao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CCredFileStatus.

           SELECT LancCartaoFile ASSIGN TO 'lancamentos_cartao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LancCartStatus.

           SELECT FaturaFile ASSIGN TO 'faturas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FaturaFileStatus.

           SELECT ProtocoloSeqFile ASSIGN TO 'protseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProtSeqFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  MovimentacaoFile.
       COPY MOVREC.

       FD  ContaCartaoFile.
       COPY CCREDREC.

       FD  LancCartaoFile.
       COPY LANCCARTREC.

       FD  FaturaFile.
       COPY FATURAREC.

       FD  ProtocoloSeqFile.
       01  ProtocoloSeqRecord.
           05  SeqUltimoProtocolo     PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-MovFileStatus       PIC XX.
       01  WS-CCredFileStatus     PIC XX.
       01  WS-LancCartStatus      PIC XX.
       01  WS-FaturaFileStatus    PIC XX.
       01  WS-ProtSeqFileStatus   PIC XX.
       01  WS-Protocolo           PIC 9(10) VALUE 0.
       01  WS-ContaEncontrada     PIC X VALUE 'N'.
       01  WS-MovGravado          PIC X VALUE 'N'.
       01  WS-MovDescricao        PIC A(100).
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.

      *    Parâmetros do produto (padrões quando ausentes de
      *    parametros.dat).
       01  WS-DiasFechamento      PIC 9(2) VALUE 7.
       01  WS-JurosRotativo       PIC 9(3)V9(4) VALUE 14.
       01  WS-PercMinimo          PIC 9(3)V9(4) VALUE 15.
       01  WS-ParamNome           PIC X(20).
       01  WS-ParamDataRef        PIC 9(8) VALUE 0.
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.

      *    Ciclo: vencimento do mês corrente e do seguinte, com as
      *    datas de fechamento correspondentes.
       01  WS-VencAno             PIC 9(4) VALUE 0.
       01  WS-VencMes             PIC 9(2) VALUE 0.
       01  WS-VencAtual           PIC 9(8) VALUE 0.
       01  WS-VencSeguinte        PIC 9(8) VALUE 0.
       01  WS-FechAtual           PIC 9(8) VALUE 0.
       01  WS-FechSeguinte        PIC 9(8) VALUE 0.
       01  WS-VencCiclo           PIC 9(8) VALUE 0.
       01  WS-FechCiclo           PIC 9(8) VALUE 0.
       01  WS-FecharCiclo         PIC X VALUE 'N'.

       01  WS-ComprasCiclo        PIC 9(7)V99 VALUE 0.
       01  WS-JurosCiclo          PIC 9(7)V99 VALUE 0.
       01  WS-TotalFatura         PIC 9(7)V99 VALUE 0.
       01  WS-MinimoFatura        PIC 9(7)V99 VALUE 0.
       01  WS-Disponivel          PIC S9(9)V99 VALUE 0.
       01  WS-ValorPago           PIC 9(7)V99 VALUE 0.
       01  WS-NaoPago             PIC 9(7)V99 VALUE 0.
       01  WS-ValorEd             PIC Z(6)9.99.

       01  WS-UtilFuncao          PIC X(8) VALUE 'DIAUTIL'.
       01  WS-UtilEntrada         PIC 9(8) VALUE 0.
       01  WS-UtilSaida           PIC 9(8) VALUE 0.
       01  WS-UtilResultado       PIC X VALUE 'N'.

       01  WS-NotifTipo           PIC X(4) VALUE 'FATU'.
       01  WS-NotifCliente        PIC 9(5) VALUE 0.
       01  WS-NotifConta          PIC 9(7) VALUE 0.
       01  WS-NotifValor          PIC 9(7)V99 VALUE 0.
       01  WS-NotifTexto          PIC X(60).

       01  WS-FaturasFechadas     PIC 9(7) VALUE 0.
       01  WS-FaturasPagas        PIC 9(7) VALUE 0.
       01  WS-FaturasParciais     PIC 9(7) VALUE 0.
       01  WS-FaturasInadimpl     PIC 9(7) VALUE 0.
       01  WS-ValorFaturado       PIC 9(9)V99 VALUE 0.
       01  WS-ValorCobrado        PIC 9(9)V99 VALUE 0.
       01  WS-ValorRotativo       PIC 9(9)V99 VALUE 0.

       01  WS-RunPrograma       PIC X(20) VALUE 'FaturamentoCartao'.
       01  WS-RunCompetencia    PIC 9(8) VALUE 0.
       01  WS-RunOperador       PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado     PIC X VALUE 'N'.
       01  WS-ExecEvento        PIC X(3).
       01  WS-ExecSituacao      PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos         PIC 9(7) VALUE 0.
       01  WS-ExecPostados      PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd

      *    Guarda de reexecução diária: cobrar duas vezes a mesma
      *    fatura debitaria a conta em dobro.
           MOVE WS-DataHojeOrd TO WS-RunCompetencia
           CALL 'ControleExecucao' USING WS-RunPrograma
               WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           IF WS-RunAutorizado NOT = 'S'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-RunPrograma WS-ExecEvento
               WS-ExecLidos WS-ExecPostados WS-ExecRejeitados
               WS-ExecSituacao

           PERFORM CarregarParametros

           OPEN I-O ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN I-O ContaFile
           END-IF
           OPEN I-O MovimentacaoFile
           IF WS-MovFileStatus = '35'
               OPEN OUTPUT MovimentacaoFile
               CLOSE MovimentacaoFile
               OPEN I-O MovimentacaoFile
           END-IF

           MOVE 'Cobrando faturas vencidas do cartão...'
               TO WS-Mensagem
           DISPLAY WS-Mensagem
           PERFORM CobrarVencimentos

           MOVE 'Fechando ciclos do cartão de crédito...'
               TO WS-Mensagem
           DISPLAY WS-Mensagem
           PERFORM FecharCiclos

           CLOSE MovimentacaoFile
           CLOSE ContaFile

           COMPUTE WS-ExecPostados =
               WS-FaturasFechadas + WS-FaturasPagas
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-RunPrograma WS-ExecEvento
               WS-ExecLidos WS-ExecPostados WS-FaturasInadimpl
               WS-ExecSituacao

           DISPLAY 'Faturas fechadas: ' WS-FaturasFechadas
               ' (R$ ' WS-ValorFaturado ')'
           DISPLAY 'Faturas pagas integralmente: ' WS-FaturasPagas
           DISPLAY 'Pagas parcialmente (rotativo): '
               WS-FaturasParciais
           DISPLAY 'Pagas abaixo do mínimo: ' WS-FaturasInadimpl
           DISPLAY 'Cobrado em conta: R$ ' WS-ValorCobrado
               '  Levado ao rotativo: R$ ' WS-ValorRotativo
           STOP RUN.

       CarregarParametros.
           MOVE WS-DataHojeOrd TO WS-ParamDataRef
           MOVE 'CARTAO-DIAS-FECHAM' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-DiasFechamento
           END-IF
           MOVE 'CARTAO-JUROS-ROTAT' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-JurosRotativo
           END-IF
           MOVE 'CARTAO-PAGTO-MINIMO' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-PercMinimo
           END-IF.

      * Faturas abertas com vencimento até hoje: cobra e registra o
      * resultado na própria fatura.
       CobrarVencimentos.
           OPEN I-O FaturaFile
           IF WS-FaturaFileStatus = '00'
               PERFORM UNTIL WS-FaturaFileStatus = '10'
                   READ FaturaFile INTO FaturaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF FaturaAberta AND
                                   FaturaDataVencimento <=
                                       WS-DataHojeOrd
                               ADD 1 TO WS-ExecLidos
                               PERFORM CobrarFatura
                               REWRITE FaturaRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FaturaFile
           END-IF.

      * Cobra o total quando o disponível da conta comporta; senão o
      * que houver. Pago o total, fatura quitada; entre o mínimo e o
      * total, o resto vai ao rotativo; abaixo do mínimo, rotativo
      * e atraso a partir do vencimento.
       CobrarFatura.
           MOVE 0 TO WS-ValorPago
           MOVE 'N' TO WS-ContaEncontrada
           MOVE FaturaContaNumero TO ContaNumero
           READ ContaFile
               INVALID KEY
                   MOVE 'N' TO WS-ContaEncontrada
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ContaEncontrada
           END-READ

           IF WS-ContaEncontrada = 'Y' AND ContaAtiva
               COMPUTE WS-Disponivel = ContaSaldo + ContaLimite -
                   ContaBloqueio - ContaBloqueioDeposito
               IF WS-Disponivel >= FaturaValorTotal
                   MOVE FaturaValorTotal TO WS-ValorPago
               ELSE
                   IF WS-Disponivel > 0
                       MOVE WS-Disponivel TO WS-ValorPago
                   END-IF
               END-IF
           END-IF

           IF WS-ValorPago > 0
               PERFORM DebitarFatura
           END-IF

           MOVE WS-ValorPago TO FaturaValorPago
           MOVE WS-DataHojeOrd TO FaturaDataPagamento
           COMPUTE WS-NaoPago = FaturaValorTotal - WS-ValorPago
           EVALUATE TRUE
               WHEN WS-NaoPago = 0
                   MOVE 'P' TO FaturaStatus
                   ADD 1 TO WS-FaturasPagas
               WHEN WS-ValorPago >= FaturaPagamentoMinimo
                   MOVE 'R' TO FaturaStatus
                   ADD 1 TO WS-FaturasParciais
               WHEN OTHER
                   MOVE 'N' TO FaturaStatus
                   ADD 1 TO WS-FaturasInadimpl
           END-EVALUATE
           ADD WS-ValorPago TO WS-ValorCobrado
           ADD WS-NaoPago TO WS-ValorRotativo

           PERFORM AtualizarContaCartaoCobranca

           IF WS-NaoPago > 0
               MOVE FaturaClienteID TO WS-NotifCliente
               MOVE FaturaContaNumero TO WS-NotifConta
               MOVE WS-NaoPago TO WS-NotifValor
               MOVE WS-ValorPago TO WS-ValorEd
               MOVE SPACES TO WS-NotifTexto
               STRING 'Fatura cartao venc ' DELIMITED BY SIZE
                      FaturaDataVencimento DELIMITED BY SIZE
                      ' paga R$' DELIMITED BY SIZE
                      WS-ValorEd DELIMITED BY SIZE
                      '; saldo no rotativo' DELIMITED BY SIZE
                   INTO WS-NotifTexto
               CALL 'RegistrarNotificacao' USING WS-NotifTipo
                   WS-NotifCliente WS-NotifConta WS-NotifValor
                   WS-NotifTexto
           END-IF.

       DebitarFatura.
           SUBTRACT WS-ValorPago FROM ContaSaldo
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'FaturamentoCartao   '
               'contas          ' ContaRecord

           MOVE SPACES TO WS-MovDescricao
           STRING 'Pagamento fatura cartao venc ' DELIMITED BY SIZE
                  FaturaDataVencimento DELIMITED BY SIZE
               INTO WS-MovDescricao
           MOVE FaturaContaNumero TO MovimentacaoContaNumero
           MOVE WS-DataHoje TO MovimentacaoData
           MOVE FUNCTION CURRENT-DATE(9:8) TO MovimentacaoHora
           MOVE 'Q' TO MovimentacaoTipo
           MOVE WS-ValorPago TO MovimentacaoValor
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE WS-MovDescricao TO MovimentacaoDescricao
           MOVE 0 TO MovimentacaoContaRelacionada
           PERFORM ObterProximoProtocolo
           MOVE WS-Protocolo TO MovimentacaoProtocolo
           MOVE 'BATCH' TO MovimentacaoOperadorID
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'FaturamentoCartao   '
               'movimentacao    ' MovimentacaoRecord.

      * A fatura sai do saldo faturado; o não pago entra no
      * rotativo. Pagamento de pelo menos o mínimo põe a conta em
      * dia; abaixo dele o atraso conta do vencimento mais antigo.
       AtualizarContaCartaoCobranca.
           OPEN I-O ContaCartaoFile
           IF WS-CCredFileStatus = '00'
               PERFORM UNTIL WS-CCredFileStatus = '10'
                   READ ContaCartaoFile INTO ContaCartaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CCredClienteID = FaturaClienteID
                               IF CCredSaldoFaturado >
                                       FaturaValorTotal
                                   SUBTRACT FaturaValorTotal
                                       FROM CCredSaldoFaturado
                               ELSE
                                   MOVE 0 TO CCredSaldoFaturado
                               END-IF
                               ADD WS-NaoPago TO CCredSaldoRotativo
                               IF FaturaInadimplente
                                   IF CCredDataAtraso = 0
                                       MOVE FaturaDataVencimento
                                           TO CCredDataAtraso
                                   END-IF
                               ELSE
                                   MOVE 0 TO CCredDataAtraso
                               END-IF
                               REWRITE ContaCartaoRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContaCartaoFile
           END-IF.

       FecharCiclos.
           OPEN I-O ContaCartaoFile
           IF WS-CCredFileStatus = '00'
               PERFORM UNTIL WS-CCredFileStatus = '10'
                   READ ContaCartaoFile INTO ContaCartaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CCredAtiva
                               PERFORM AvaliarFechamento
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContaCartaoFile
           END-IF.

      * O fechamento é o vencimento nominal menos os dias de
      * fechamento. Com vencimento no começo do mês o fechamento do
      * mês seguinte cai ainda neste mês, por isso os dois ciclos são
      * avaliados; dia perdido pelo job fecha na rodada seguinte.
       AvaliarFechamento.
           MOVE 'N' TO WS-FecharCiclo
           MOVE WS-AnoHoje TO WS-VencAno
           MOVE WS-MesHoje TO WS-VencMes
           COMPUTE WS-VencAtual = WS-VencAno * 10000 +
               WS-VencMes * 100 + CCredDiaVencimento
           IF WS-VencMes = 12
               MOVE 1 TO WS-VencMes
               ADD 1 TO WS-VencAno
           ELSE
               ADD 1 TO WS-VencMes
           END-IF
           COMPUTE WS-VencSeguinte = WS-VencAno * 10000 +
               WS-VencMes * 100 + CCredDiaVencimento
           COMPUTE WS-FechAtual = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-VencAtual) -
               WS-DiasFechamento)
           COMPUTE WS-FechSeguinte = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-VencSeguinte) -
               WS-DiasFechamento)

           IF WS-DataHojeOrd >= WS-FechSeguinte AND
                   CCredDataUltFechamento < WS-FechSeguinte
               MOVE 'S' TO WS-FecharCiclo
               MOVE WS-VencSeguinte TO WS-VencCiclo
               MOVE WS-FechSeguinte TO WS-FechCiclo
           ELSE
               IF WS-DataHojeOrd >= WS-FechAtual AND
                       CCredDataUltFechamento < WS-FechAtual
                   MOVE 'S' TO WS-FecharCiclo
                   MOVE WS-VencAtual TO WS-VencCiclo
                   MOVE WS-FechAtual TO WS-FechCiclo
               END-IF
           END-IF

           IF WS-FecharCiclo = 'S'
               PERFORM FecharFatura
           END-IF.

       FecharFatura.
           PERFORM ApurarComprasCiclo
           IF CCredSaldoCompras > WS-ComprasCiclo
               SUBTRACT WS-ComprasCiclo FROM CCredSaldoCompras
           ELSE
               MOVE 0 TO CCredSaldoCompras
           END-IF
           COMPUTE WS-JurosCiclo ROUNDED =
               CCredSaldoRotativo * WS-JurosRotativo / 100
           COMPUTE WS-TotalFatura = CCredSaldoRotativo +
               WS-JurosCiclo + WS-ComprasCiclo
           MOVE WS-FechCiclo TO CCredDataUltFechamento

      *    Ciclo sem compras nem saldo: só avança o fechamento.
           IF WS-TotalFatura > 0
               COMPUTE WS-MinimoFatura ROUNDED =
                   WS-TotalFatura * WS-PercMinimo / 100
               IF WS-MinimoFatura > WS-TotalFatura
                   MOVE WS-TotalFatura TO WS-MinimoFatura
               END-IF

      *        Vencimento em dia não útil vai para o próximo útil.
               MOVE WS-VencCiclo TO WS-UtilEntrada
               CALL 'Utilitarios' USING WS-UtilFuncao WS-UtilEntrada
                   WS-UtilSaida WS-UtilResultado

               MOVE CCredClienteID TO FaturaClienteID
               MOVE CCredContaNumero TO FaturaContaNumero
               MOVE WS-FechCiclo TO FaturaDataFechamento
               MOVE WS-UtilSaida TO FaturaDataVencimento
               MOVE CCredSaldoRotativo TO FaturaSaldoAnterior
               MOVE WS-JurosCiclo TO FaturaJurosRotativo
               MOVE WS-ComprasCiclo TO FaturaCompras
               MOVE WS-TotalFatura TO FaturaValorTotal
               MOVE WS-MinimoFatura TO FaturaPagamentoMinimo
               MOVE 0 TO FaturaValorPago
               MOVE 0 TO FaturaDataPagamento
               MOVE 'A' TO FaturaStatus
               OPEN EXTEND FaturaFile
               IF WS-FaturaFileStatus = '35'
                   OPEN OUTPUT FaturaFile
               END-IF
               WRITE FaturaRecord
               CLOSE FaturaFile

               ADD WS-TotalFatura TO CCredSaldoFaturado
               MOVE 0 TO CCredSaldoRotativo
               ADD 1 TO WS-FaturasFechadas
               ADD WS-TotalFatura TO WS-ValorFaturado

               MOVE CCredClienteID TO WS-NotifCliente
               MOVE CCredContaNumero TO WS-NotifConta
               MOVE WS-TotalFatura TO WS-NotifValor
               MOVE WS-MinimoFatura TO WS-ValorEd
               MOVE SPACES TO WS-NotifTexto
               STRING 'Fatura cartao venc ' DELIMITED BY SIZE
                      FaturaDataVencimento DELIMITED BY SIZE
                      ' minimo R$' DELIMITED BY SIZE
                      WS-ValorEd DELIMITED BY SIZE
                   INTO WS-NotifTexto
               CALL 'RegistrarNotificacao' USING WS-NotifTipo
                   WS-NotifCliente WS-NotifConta WS-NotifValor
                   WS-NotifTexto
           END-IF
           REWRITE ContaCartaoRecord.

      * Compras do cliente ainda no ciclo aberto, até a data de
      * fechamento, passam a pertencer a esta fatura.
       ApurarComprasCiclo.
           MOVE 0 TO WS-ComprasCiclo
           OPEN I-O LancCartaoFile
           IF WS-LancCartStatus = '00'
               PERFORM UNTIL WS-LancCartStatus = '10'
                   READ LancCartaoFile INTO LancCartaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF LancCartClienteID = CCredClienteID AND
                                   LancCartFechamento = 0 AND
                                   LancCartData <= WS-FechCiclo
                               MOVE WS-FechCiclo
                                   TO LancCartFechamento
                               REWRITE LancCartaoRecord
                               ADD LancCartValor TO WS-ComprasCiclo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LancCartaoFile
           END-IF.

       ObterProximoProtocolo.
           MOVE 0 TO WS-Protocolo
           OPEN INPUT ProtocoloSeqFile
           IF WS-ProtSeqFileStatus = '00'
               READ ProtocoloSeqFile INTO ProtocoloSeqRecord
                   NOT AT END
                       MOVE SeqUltimoProtocolo TO WS-Protocolo
               END-READ
               CLOSE ProtocoloSeqFile
           END-IF
           ADD 1 TO WS-Protocolo
           MOVE WS-Protocolo TO SeqUltimoProtocolo
           OPEN OUTPUT ProtocoloSeqFile
           WRITE ProtocoloSeqRecord
           CLOSE ProtocoloSeqFile.

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

       END PROGRAM FaturamentoCartao.
