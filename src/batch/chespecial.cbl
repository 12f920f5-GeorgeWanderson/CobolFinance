               RECORD KEY IS MovimentacaoChave
               FILE STATUS IS WS-MovFileStatus.

           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

           SELECT ImpostoFile ASSIGN TO 'impostos_recolhidos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ImpFileStatus.

           SELECT ChEspFile ASSIGN TO 'cheque_especial.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TempFileStatus.

           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestFileStatus.

           SELECT OfertaFile ASSIGN TO 'ofertas_chesp.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OfertaFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.
       FD  MovimentacaoFile.
       COPY MOVREC.

       FD  ClienteFile.
       COPY CLIEREC.

       FD  ImpostoFile.
       COPY IMPREC.

       FD  ChEspFile.
       COPY CHESPREC.

       FD  ChEspTempFile.
       01  ChEspTempRecord            PIC X(38).

       FD  EmprestimoFile.
       COPY EMPRESTREC.

       FD  OfertaFile.
       COPY OFCHESPREC.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.

       01  WS-ClienteFileStatus   PIC XX.
       01  WS-ImpFileStatus       PIC XX.
      * IOF diário do cheque especial, em percentual ao dia sobre o
      * valor usado (parâmetros IOF-CRED-DIARIO-PF e -PJ, os mesmos
      * do empréstimo).
       01  WS-IOFDiarioPF         PIC 9V9(4) VALUE 0.0082.
       01  WS-IOFDiarioPJ         PIC 9V9(4) VALUE 0.0041.
       01  WS-IOFDiarioPct        PIC 9V9(4) VALUE 0.
       01  WS-IOFDia              PIC 9(7)V99 VALUE 0.
       01  WS-IOFPostado          PIC 9(9)V99 VALUE 0.
       01  WS-ParamNome           PIC X(20).
       01  WS-ParamDataRef        PIC 9(8) VALUE 0.
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.

       01  WS-EmprestFileStatus   PIC XX.
       01  WS-OfertaFileStatus    PIC XX.
       01  WS-ParcQtde            PIC 9(5) VALUE 0.
       01  WS-ParcPrincipal       PIC 9(9)V99 VALUE 0.
       01  WS-OfertasAbertas      PIC 9(5) VALUE 0.
       01  WS-OfertasConvertidas  PIC 9(5) VALUE 0.

       01  WS-MovGravado        PIC X VALUE 'N'.
      * Modo prévia: calcula e relata o que seria lançado, sem
      * gravar nada (sub-rotina PreviaLancamento).
       01  WS-PrevOperacao        PIC X VALUE ' '.
       01  WS-PrevModo            PIC X VALUE 'N'.
       01  WS-PrevPrograma        PIC X(20) VALUE 'JurosChequeEspecial'.
       01  WS-PrevConta           PIC 9(7) VALUE 0.
       01  WS-PrevAgencia         PIC 9(4) VALUE 0.
       01  WS-PrevTipoMov         PIC X VALUE ' '.
       01  WS-PrevValor           PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
               MOVE 'S' TO WS-PostarAcumulado
           END-IF

      *    Em modo prévia só se simula a cobrança mensal do
      *    acumulado, em qualquer dia; a apuração diária e o
      *    relatório de uso não rodam, para nada ser gravado.
           MOVE 'C' TO WS-PrevOperacao
           CALL 'PreviaLancamento' USING WS-PrevOperacao
               WS-PrevModo WS-PrevPrograma WS-PrevConta
               WS-PrevAgencia WS-PrevTipoMov WS-PrevValor
           IF WS-PrevModo = 'S'
               MOVE 'S' TO WS-PostarAcumulado
               MOVE 'I' TO WS-PrevOperacao
               CALL 'PreviaLancamento' USING WS-PrevOperacao
                   WS-PrevModo WS-PrevPrograma WS-PrevConta
                   WS-PrevAgencia WS-PrevTipoMov WS-PrevValor
               DISPLAY 'MODO PRÉVIA: nenhum lançamento será gravado.'
           END-IF

           OPEN I-O ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               OPEN I-O MovimentacaoFile
           END-IF

           OPEN INPUT ClienteFile
           PERFORM CarregarAliquotasIOF

           MOVE 'Apurando juros de cheque especial...' TO WS-Mensagem
           DISPLAY WS-Mensagem

           IF WS-PostarAcumulado = 'S'
               PERFORM PostarJurosAcumulados
           END-IF
           IF WS-PrevModo NOT = 'S'
               PERFORM ApurarContas
               PERFORM GerarRelatorioAging
           END-IF

           CLOSE ClienteFile
           CLOSE MovimentacaoFile
           CLOSE ContaFile

           DISPLAY 'Contas em uso do limite hoje: ' WS-ContasEmUso
           DISPLAY 'Cobranças mensais postadas: ' WS-JurosPostados
               ' (R$ ' WS-ValorPostado ')'
           IF WS-IOFPostado > 0
               DISPLAY 'IOF cobrado no ciclo: R$ ' WS-IOFPostado
           END-IF
           IF WS-PrevModo = 'S'
               MOVE 'F' TO WS-PrevOperacao
               CALL 'PreviaLancamento' USING WS-PrevOperacao
                   WS-PrevModo WS-PrevPrograma WS-PrevConta
                   WS-PrevAgencia WS-PrevTipoMov WS-PrevValor
           END-IF
           GOBACK.

       CarregarAliquotasIOF.
           MOVE WS-DataHojeOrd TO WS-ParamDataRef
           MOVE 'IOF-CRED-DIARIO-PF' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-IOFDiarioPF
           END-IF
           MOVE 'IOF-CRED-DIARIO-PJ' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-IOFDiarioPJ
           END-IF.

      * Varre as contas; saldo negativo = limite em uso. O registro
      * de acompanhamento da conta em cheque_especial.dat é regravado
           COMPUTE WS-ValorUsado = 0 - ContaSaldo
           COMPUTE WS-ProdutoJuros = WS-ValorUsado * WS-TaxaMensal
           COMPUTE WS-JurosDia ROUNDED = WS-ProdutoJuros / 30
           PERFORM ApurarIOFDia

           MOVE ContaNumero TO WS-ContaApurada
           PERFORM LocalizarRegistroChEsp
           IF WS-RegistroAchado = 'Y'
               ADD WS-JurosDia TO ChEspJurosAcumulados
               ADD WS-IOFDia TO ChEspIOFAcumulado
               ADD 1 TO ChEspDiasUso
           ELSE
               MOVE WS-ContaApurada TO ChEspContaNumero
               MOVE WS-JurosDia TO ChEspJurosAcumulados
               MOVE WS-IOFDia TO ChEspIOFAcumulado
               MOVE 1 TO ChEspDiasUso
           END-IF
           MOVE WS-DataHojeOrd TO ChEspDataApuracao
               WS-ValorUsado ' do limite há ' ChEspDiasUso
               ' dia(s).'.

      * Alíquota diária pelo tipo de pessoa do titular da conta;
      * cadastro não encontrado vale como pessoa física.
       ApurarIOFDia.
           MOVE WS-IOFDiarioPF TO WS-IOFDiarioPct
           MOVE ContaClienteID TO ClienteID
           READ ClienteFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ClientePessoaJuridica
                       MOVE WS-IOFDiarioPJ TO WS-IOFDiarioPct
                   END-IF
           END-READ
           COMPUTE WS-IOFDia ROUNDED =
               WS-ValorUsado * WS-IOFDiarioPct / 100.

      * Busca o registro da conta na apuração anterior. O arquivo do
      * ciclo é aberto e fechado a cada busca, como nas demais
      * consultas sequenciais do sistema: uma conta ausente não pode
                       NOT AT END
                           IF ChEspContaNumero = WS-ContaApurada
                               MOVE 'Y' TO WS-RegistroAchado
                               IF ChEspIOFAcumulado NOT NUMERIC
                                   MOVE 0 TO ChEspIOFAcumulado
                               END-IF
                               EXIT PERFORM
                           END-IF
                   END-READ
           END-IF.

      * Cobrança mensal: o acumulado de cada conta vira um movimento
      * 'X' (juros) e um 'E' (IOF) e o contador do ciclo zera (a
      * conta some do arquivo se sair do limite).
       PostarJurosAcumulados.
           OPEN I-O ChEspFile
           IF WS-ChEspFileStatus = '00'
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ChEspIOFAcumulado NOT NUMERIC
                               MOVE 0 TO ChEspIOFAcumulado
                           END-IF
                           IF ChEspJurosAcumulados > 0
                               IF WS-PrevModo = 'S'
                                   PERFORM PreverJurosConta
                               ELSE
                                   PERFORM PostarJurosConta
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   ADD 1 TO WS-JurosPostados
                   ADD ChEspJurosAcumulados TO WS-ValorPostado
                   MOVE 0 TO ChEspJurosAcumulados
                   IF ChEspIOFAcumulado > 0
                       PERFORM PostarIOFConta
                   END-IF
                   REWRITE ChequeEspecialRecord
           END-READ.

      * Prévia da cobrança mensal: os mesmos lançamentos 'X' e 'E'
      * vão só para o relatório; conta e acumulado ficam como estão.
       PreverJurosConta.
           MOVE ChEspContaNumero TO ContaNumero
           READ ContaFile
               INVALID KEY
                   DISPLAY 'Conta ' ChEspContaNumero
                       ' não encontrada para juros.'
               NOT INVALID KEY
                   MOVE ContaNumero TO WS-PrevConta
                   MOVE ContaAgencia TO WS-PrevAgencia
                   MOVE 'X' TO WS-PrevTipoMov
                   MOVE ChEspJurosAcumulados TO WS-PrevValor
                   MOVE 'G' TO WS-PrevOperacao
                   CALL 'PreviaLancamento' USING WS-PrevOperacao
                       WS-PrevModo WS-PrevPrograma WS-PrevConta
                       WS-PrevAgencia WS-PrevTipoMov WS-PrevValor
                   ADD 1 TO WS-JurosPostados
                   ADD ChEspJurosAcumulados TO WS-ValorPostado
                   IF ChEspIOFAcumulado > 0
                       MOVE 'E' TO WS-PrevTipoMov
                       MOVE ChEspIOFAcumulado TO WS-PrevValor
                       MOVE 'G' TO WS-PrevOperacao
                       CALL 'PreviaLancamento' USING WS-PrevOperacao
                           WS-PrevModo WS-PrevPrograma WS-PrevConta
                           WS-PrevAgencia WS-PrevTipoMov WS-PrevValor
                       ADD ChEspIOFAcumulado TO WS-IOFPostado
                   END-IF
           END-READ.

      * IOF do ciclo: lançamento próprio na conta e linha em
      * impostos_recolhidos.dat para o recolhimento mensal.
       PostarIOFConta.
           SUBTRACT ChEspIOFAcumulado FROM ContaSaldo
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'JurosChequeEspecial '
               'contas          ' ContaRecord

           MOVE ChEspContaNumero TO MovimentacaoContaNumero
           MOVE WS-MovData TO MovimentacaoData
           MOVE WS-MovHora TO MovimentacaoHora
           MOVE 'E' TO MovimentacaoTipo
           MOVE ChEspIOFAcumulado TO MovimentacaoValor
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE 'IOF sobre cheque especial' TO MovimentacaoDescricao
           MOVE 0 TO MovimentacaoContaRelacionada
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'JurosChequeEspecial '
               'movimentacao    ' MovimentacaoRecord

           MOVE WS-DataHojeOrd TO ImpostoData
           MOVE 'IOF' TO ImpostoTipo
           MOVE ChEspContaNumero TO ImpostoContaNumero
           MOVE 0 TO ImpostoAplicacaoID
           MOVE ChEspIOFAcumulado TO ImpostoValor
           MOVE 'X' TO ImpostoOrigem
           OPEN EXTEND ImpostoFile
           IF WS-ImpFileStatus = '35'
               OPEN OUTPUT ImpostoFile
           END-IF
           WRITE ImpostoRecord
           CLOSE ImpostoFile

           ADD ChEspIOFAcumulado TO WS-IOFPostado
           MOVE 0 TO ChEspIOFAcumulado.

       GerarRelatorioAging.
           STRING 'chespecial_' DELIMITED BY SIZE
                  WS-DataHoje DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine
           PERFORM RelatarParcelamentos
           CLOSE ReportFile.

      * Saldos do limite convertidos em contrato pela oferta de uso
      * prolongado (modalidade 'P' em emprestimos.dat) que seguem
      * ativos, e a situação das ofertas feitas.
       RelatarParcelamentos.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE 'PARCELAMENTOS DO CHEQUE ESPECIAL EM CURSO' TO
               ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Contrato  Conta    Principal    Parcela    '
                  DELIMITED BY SIZE
                  'Pagas/Prazo  Contratação' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE 0 TO WS-ParcQtde
           MOVE 0 TO WS-ParcPrincipal
           OPEN INPUT EmprestimoFile
           IF WS-EmprestFileStatus = '00'
               PERFORM UNTIL WS-EmprestFileStatus = '10'
                   READ EmprestimoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EmprestimoParcelamentoChEsp AND
                                   EmprestimoAtivo
                               PERFORM RelatarContratoParcelado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF

           MOVE 0 TO WS-OfertasAbertas
           MOVE 0 TO WS-OfertasConvertidas
           OPEN INPUT OfertaFile
           IF WS-OfertaFileStatus = '00'
               PERFORM UNTIL WS-OfertaFileStatus = '10'
                   READ OfertaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OfertaAberta
                               ADD 1 TO WS-OfertasAbertas
                           END-IF
                           IF OfertaConvertida
                               ADD 1 TO WS-OfertasConvertidas
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OfertaFile
           END-IF

           MOVE SPACES TO ReportLine
           STRING 'Contratos em curso: ' DELIMITED BY SIZE
                  WS-ParcQtde DELIMITED BY SIZE
                  '  Principal: R$ ' DELIMITED BY SIZE
                  WS-ParcPrincipal DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Ofertas em aberto: ' DELIMITED BY SIZE
                  WS-OfertasAbertas DELIMITED BY SIZE
                  '  Convertidas: ' DELIMITED BY SIZE
                  WS-OfertasConvertidas DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine.

       RelatarContratoParcelado.
           ADD 1 TO WS-ParcQtde
           ADD EmprestimoValorPrincipal TO WS-ParcPrincipal
           MOVE SPACES TO ReportLine
           STRING EmprestimoID DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  EmprestimoContaNumero DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  EmprestimoValorPrincipal DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  EmprestimoValorParcela DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  EmprestimoParcelasPagas DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  EmprestimoPrazoMeses DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  EmprestimoDataContratacao DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.


      * Inclusão no arquivo indexado de movimentação: a chave é
      * conta + data + protocolo e o sequencial desempata pernas da
