       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeclaracaoQuitacao.

      *****************************************************************
      *  DeclaracaoQuitacao.cbl - Declaração anual de quitação de
      *  débitos, enviada até maio sobre o ano anterior. Reúne por
      *  cliente (titular da conta) os débitos do ano:
      *    - parcelas de empréstimo com vencimento no ano
      *      (parcelas.dat), pagas ou liquidadas;
      *    - tarifas debitadas na movimentação (tipo F, menos os
      *      estornos), do on-line e das gerações de expurgo do
      *      catálogo.
      *  Cliente sem débito em aberto no ano recebe a declaração na
      *  fila de correspondência (notificação QUIT). Cliente com
      *  parcela do ano em aberto ou em atraso, ou com contrato
      *  renegociado (emprestimos.dat), vai para a lista de
      *  exceções. Saídas: quitacao_<AAAA>.txt (declarações) e
      *  quitacao_excecoes_<AAAA>.txt.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

           SELECT MovimentacaoFile ASSIGN TO 'movimentacao.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MovimentacaoChave
               FILE STATUS IS WS-MovFileStatus.

           SELECT ArquivoMovFile ASSIGN DYNAMIC WS-MovFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ArqMovStatus.

           SELECT ArquivoCatFile ASSIGN TO 'arquivo_catalogo.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ArqCatStatus.

           SELECT ParcelaFile ASSIGN TO 'parcelas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParcelaFileStatus.

           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestFileStatus.

           SELECT QuitSortFile ASSIGN TO 'quitsort.wrk'.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

           SELECT ExcecaoFile ASSIGN DYNAMIC WS-ExcecaoFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExcFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  ClienteFile.
       COPY CLIEREC.

       FD  MovimentacaoFile.
       COPY MOVREC.

       FD  ArquivoMovFile.
       COPY MOVARQREC.

       FD  ArquivoCatFile.
       COPY ARQCATREC.

       FD  ParcelaFile.
       COPY PARCREC.

       FD  EmprestimoFile.
       COPY EMPRESTREC.

      * Um registro por débito do ano, já com o cliente resolvido.
       SD  QuitSortFile.
       01  QuitSortRecord.
           05  SortQtCliente          PIC 9(5).
           05  SortQtTipo             PIC X(1).
      *        'P' parcela quitada, 'A' parcela em aberto ou em
      *        atraso, 'R' parcela de contrato renegociado,
      *        'F' tarifa debitada, 'E' estorno de tarifa.
           05  SortQtConta            PIC 9(7).
           05  SortQtEmprestimo       PIC 9(5).
           05  SortQtValor            PIC 9(9)V99.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       FD  ExcecaoFile.
       01  ExcecaoLine                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-ClienteFileStatus   PIC XX.
       01  WS-MovFileStatus       PIC XX.
       01  WS-ArqMovStatus        PIC XX.
       01  WS-ArqCatStatus        PIC XX.
       01  WS-ParcelaFileStatus   PIC XX.
       01  WS-EmprestFileStatus   PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ExcFileStatus       PIC XX.
       01  WS-MovFileName         PIC X(40).
       01  WS-ReportFileName      PIC X(40).
       01  WS-ExcecaoFileName     PIC X(40).
       01  WS-Ano                 PIC 9(4) VALUE 0.
       01  WS-DataIni             PIC 9(8) VALUE 0.
       01  WS-DataFim             PIC 9(8) VALUE 0.
       01  WS-PrazoEnvio          PIC 9(8) VALUE 0.
      * Gerações de expurgo que alcançam o ano (catálogo); o
      * on-line entra por último.
       01  WS-QtdeArquivos        PIC 9(2) VALUE 0.
       01  WS-ArquivosTabela.
           05  WS-ArquivoNome     PIC X(40) OCCURS 13 TIMES.
       01  WS-ArquivoIdx          PIC 9(2) VALUE 0.
       01  WS-MovDataOrd          PIC 9(8) VALUE 0.
      * Contratos renegociados (substituídos pelo sucessor).
       01  WS-QtdeRenegociados    PIC 9(4) VALUE 0.
       01  WS-RenegociadosTabela.
           05  WS-RenegID         PIC 9(5) OCCURS 1000 TIMES.
       01  WS-RenegIdx            PIC 9(4) VALUE 0.
       01  WS-ContratoRenegociado PIC X VALUE 'N'.
      * Titular da última conta resolvida.
       01  WS-UltimaConta         PIC 9(7) VALUE 0.
       01  WS-UltimaContaOk       PIC X VALUE 'N'.
       01  WS-UltCliente          PIC 9(5) VALUE 0.
       01  WS-ContaBusca          PIC 9(7) VALUE 0.
       01  WS-SemConta            PIC 9(7) VALUE 0.
      * Quebra por cliente na saída do sort.
       01  WS-PrimeiroRegistro    PIC X VALUE 'S'.
       01  WS-ClienteAtual        PIC 9(5) VALUE 0.
       01  WS-CliParcelas         PIC 9(11)V99 VALUE 0.
       01  WS-CliTarifas          PIC S9(11)V99 VALUE 0.
       01  WS-CliTotal            PIC S9(11)V99 VALUE 0.
       01  WS-CliEmAberto         PIC 9(5) VALUE 0.
       01  WS-CliRenegociadas     PIC 9(5) VALUE 0.
       01  WS-CliContrato         PIC 9(5) VALUE 0.
       01  WS-NomeCliente         PIC A(50).
       01  WS-QtdeClientes        PIC 9(7) VALUE 0.
       01  WS-QtdeDeclaracoes     PIC 9(7) VALUE 0.
       01  WS-QtdeExcecoes        PIC 9(7) VALUE 0.
       01  WS-ValorEd             PIC -(12)9.99.
       01  WS-ValorEd2            PIC -(12)9.99.
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.

       01  WS-NotifTipo           PIC X(4) VALUE 'QUIT'.
       01  WS-NotifCliente        PIC 9(5) VALUE 0.
       01  WS-NotifConta          PIC 9(7) VALUE 0.
       01  WS-NotifValor          PIC 9(7)V99 VALUE 0.
       01  WS-NotifTexto          PIC X(60).

       01  WS-RunPrograma         PIC X(20).
       01  WS-RunCompetencia      PIC 9(8) VALUE 0.
       01  WS-RunOperador         PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado       PIC X VALUE 'N'.

       01  WS-ExecPrograma        PIC X(20) VALUE 'DeclaracaoQuitacao'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos           PIC 9(7) VALUE 0.
       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd

      *    Sem ano informado, vai o ano anterior.
           DISPLAY 'Ano da declaração (AAAA, ENTER = ano anterior): '
           ACCEPT WS-Ano
           IF WS-Ano = 0
               COMPUTE WS-Ano = WS-AnoHoje - 1
           END-IF
           COMPUTE WS-DataIni = WS-Ano * 10000 + 0101
           COMPUTE WS-DataFim = WS-Ano * 10000 + 1231
           COMPUTE WS-PrazoEnvio = (WS-Ano + 1) * 10000 + 0531
           IF WS-DataHojeOrd > WS-PrazoEnvio
               DISPLAY 'Atenção: prazo legal de envio (' WS-PrazoEnvio
                   ') já passou.'
           END-IF

      *    Uma declaração por cliente e ano: a segunda rodada
      *    duplicaria as cartas na fila de correspondência.
           MOVE 'DeclaracaoQuitacao' TO WS-RunPrograma
           MOVE WS-DataFim TO WS-RunCompetencia
           CALL 'ControleExecucao' USING WS-RunPrograma
               WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           IF WS-RunAutorizado NOT = 'S'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           STRING 'quitacao_' DELIMITED BY SIZE
                  WS-Ano DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           STRING 'quitacao_excecoes_' DELIMITED BY SIZE
                  WS-Ano DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ExcecaoFileName

           PERFORM MontarListaArquivos
           PERFORM CarregarRenegociados

           OPEN INPUT ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN INPUT ContaFile
           END-IF
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '35'
               OPEN OUTPUT ClienteFile
               CLOSE ClienteFile
               OPEN INPUT ClienteFile
           END-IF

           OPEN OUTPUT ReportFile
           OPEN OUTPUT ExcecaoFile

           MOVE 'Apurando débitos do ano...' TO WS-Mensagem
           DISPLAY WS-Mensagem

           SORT QuitSortFile
               ON ASCENDING KEY SortQtCliente SortQtTipo
               INPUT PROCEDURE IS CarregarDebitos
               OUTPUT PROCEDURE IS GerarDeclaracoes

           CLOSE ExcecaoFile
           CLOSE ReportFile
           CLOSE ClienteFile
           CLOSE ContaFile

           MOVE WS-QtdeDeclaracoes TO WS-ExecPostados
           MOVE WS-QtdeExcecoes TO WS-ExecRejeitados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-Ano TO WS-SpoolAlvo(1:4)
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'DeclaracaoQuitacao  ' 'QUIT' 'BATCH     '
               WS-SpoolAlvo 'S'
           MOVE WS-ExcecaoFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'DeclaracaoQuitacao  ' 'QUIT' 'BATCH     '
               WS-SpoolAlvo 'S'

           DISPLAY 'Clientes com débito no ano: ' WS-QtdeClientes
           DISPLAY 'Declarações na fila de correspondência: '
               WS-QtdeDeclaracoes
           DISPLAY 'Exceções: ' WS-QtdeExcecoes
           DISPLAY 'Relatório: ' WS-ReportFileName
           DISPLAY 'Exceções: ' WS-ExcecaoFileName
           STOP RUN.

      * Gerações de expurgo cujo corte passa do início do ano ainda
      * guardam tarifas dele; o on-line entra por último.
       MontarListaArquivos.
           MOVE 0 TO WS-QtdeArquivos
           OPEN INPUT ArquivoCatFile
           IF WS-ArqCatStatus = '00'
               PERFORM UNTIL WS-ArqCatStatus = '10'
                   READ ArquivoCatFile INTO ArquivoCatalogoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ArqCatDataCorte > WS-DataIni
                                   AND WS-QtdeArquivos < 12
                               ADD 1 TO WS-QtdeArquivos
                               MOVE ArqCatNome TO
                                   WS-ArquivoNome(WS-QtdeArquivos)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArquivoCatFile
           END-IF
           ADD 1 TO WS-QtdeArquivos
           MOVE 'movimentacao.dat'
               TO WS-ArquivoNome(WS-QtdeArquivos).

       CarregarRenegociados.
           MOVE 0 TO WS-QtdeRenegociados
           OPEN INPUT EmprestimoFile
           IF WS-EmprestFileStatus = '00'
               PERFORM UNTIL WS-EmprestFileStatus = '10'
                   READ EmprestimoFile INTO EmprestimoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EmprestimoRenegociado AND
                                   WS-QtdeRenegociados < 1000
                               ADD 1 TO WS-QtdeRenegociados
                               MOVE EmprestimoID TO
                                   WS-RenegID(WS-QtdeRenegociados)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF.

       CarregarDebitos.
           PERFORM VarrerParcelas
           PERFORM VARYING WS-ArquivoIdx FROM 1 BY 1
                   UNTIL WS-ArquivoIdx > WS-QtdeArquivos
               IF WS-ArquivoNome(WS-ArquivoIdx) = 'movimentacao.dat'
                   PERFORM VarrerOnlineIndexado
               ELSE
                   PERFORM VarrerGeracaoArquivo
               END-IF
           END-PERFORM.

      * Parcela com vencimento no ano: paga ou liquidada conta como
      * débito quitado; pendente ou em atraso é débito em aberto;
      * cancelada ou de contrato renegociado vai para exceção.
       VarrerParcelas.
           OPEN INPUT ParcelaFile
           IF WS-ParcelaFileStatus = '00'
               PERFORM UNTIL WS-ParcelaFileStatus = '10'
                   READ ParcelaFile INTO ParcelaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ParcelaDataVencimento >= WS-DataIni AND
                                   ParcelaDataVencimento <= WS-DataFim
                               PERFORM ClassificarParcela
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF.

       ClassificarParcela.
           MOVE ParcelaContaNumero TO WS-ContaBusca
           PERFORM ResolverTitular
           IF WS-UltimaContaOk = 'S'
               MOVE ParcelaEmprestimoID TO SortQtEmprestimo
               MOVE 0 TO SortQtValor
               PERFORM VerificarRenegociado
               EVALUATE TRUE
                   WHEN WS-ContratoRenegociado = 'S'
                   WHEN ParcelaCancelada
                       MOVE 'R' TO SortQtTipo
                   WHEN ParcelaPaga
                       MOVE 'P' TO SortQtTipo
                       MOVE ParcelaValor TO SortQtValor
                   WHEN ParcelaLiquidada
                       MOVE 'P' TO SortQtTipo
                       MOVE ParcelaValorAmortizacao TO SortQtValor
                   WHEN OTHER
                       MOVE 'A' TO SortQtTipo
                       MOVE ParcelaValor TO SortQtValor
               END-EVALUATE
               PERFORM LiberarRegistro
           END-IF.

       VerificarRenegociado.
           MOVE 'N' TO WS-ContratoRenegociado
           PERFORM VARYING WS-RenegIdx FROM 1 BY 1
                   UNTIL WS-RenegIdx > WS-QtdeRenegociados
               IF WS-RenegID(WS-RenegIdx) = ParcelaEmprestimoID
                   MOVE 'S' TO WS-ContratoRenegociado
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       VarrerOnlineIndexado.
           OPEN INPUT MovimentacaoFile
           IF WS-MovFileStatus = '00'
               PERFORM UNTIL WS-MovFileStatus = '10'
                   READ MovimentacaoFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM ClassificarMovimento
                   END-READ
               END-PERFORM
               CLOSE MovimentacaoFile
           END-IF.

       VarrerGeracaoArquivo.
           MOVE WS-ArquivoNome(WS-ArquivoIdx) TO WS-MovFileName
           OPEN INPUT ArquivoMovFile
           IF WS-ArqMovStatus = '00'
               PERFORM UNTIL WS-ArqMovStatus = '10'
                   READ ArquivoMovFile INTO MovArquivoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE MovArquivoRecord
                               TO MovimentacaoRecord
                           PERFORM ClassificarMovimento
                   END-READ
               END-PERFORM
               CLOSE ArquivoMovFile
           END-IF.

      * Tarifa debitada (tipo F) e estorno de tarifa (tipo R com o
      * tipo original F na posição 12 da descrição).
       ClassificarMovimento.
           MOVE MovimentacaoData(1:8) TO WS-MovDataOrd
           IF WS-MovDataOrd >= WS-DataIni AND
                   WS-MovDataOrd <= WS-DataFim
               MOVE SPACE TO SortQtTipo
               IF MovimentacaoTipo = 'F'
                   MOVE 'F' TO SortQtTipo
               END-IF
               IF MovimentacaoTipo = 'R' AND
                       MovimentacaoDescricao(12:1) = 'F'
                   MOVE 'E' TO SortQtTipo
               END-IF
               IF SortQtTipo NOT = SPACE
                   MOVE MovimentacaoContaNumero TO WS-ContaBusca
                   PERFORM ResolverTitular
                   IF WS-UltimaContaOk = 'S'
                       MOVE 0 TO SortQtEmprestimo
                       MOVE MovimentacaoValor TO SortQtValor
                       PERFORM LiberarRegistro
                   END-IF
               END-IF
           END-IF.

      * A declaração vai para o titular da conta.
       ResolverTitular.
           IF WS-ContaBusca NOT = WS-UltimaConta
               MOVE WS-ContaBusca TO WS-UltimaConta
               MOVE 'N' TO WS-UltimaContaOk
               MOVE WS-ContaBusca TO ContaNumero
               READ ContaFile
                   INVALID KEY
                       ADD 1 TO WS-SemConta
                   NOT INVALID KEY
                       MOVE 'S' TO WS-UltimaContaOk
                       MOVE ContaClienteID TO WS-UltCliente
               END-READ
           END-IF.

       LiberarRegistro.
           MOVE WS-UltCliente TO SortQtCliente
           MOVE WS-UltimaConta TO SortQtConta
           ADD 1 TO WS-ExecLidos
           RELEASE QuitSortRecord.

       GerarDeclaracoes.
           PERFORM EscreverCabecalhos
           PERFORM UNTIL 1 = 2
               RETURN QuitSortFile
                   AT END
                       EXIT PERFORM
               END-RETURN
               IF WS-PrimeiroRegistro = 'N' AND
                       SortQtCliente NOT = WS-ClienteAtual
                   PERFORM FecharCliente
               END-IF
               IF WS-PrimeiroRegistro = 'S' OR
                       SortQtCliente NOT = WS-ClienteAtual
                   MOVE 'N' TO WS-PrimeiroRegistro
                   PERFORM AbrirCliente
               END-IF
               PERFORM AcumularDebito
           END-PERFORM
           IF WS-PrimeiroRegistro = 'N'
               PERFORM FecharCliente
           END-IF
           PERFORM EscreverResumo.

       AbrirCliente.
           MOVE SortQtCliente TO WS-ClienteAtual
           MOVE 0 TO WS-CliParcelas
           MOVE 0 TO WS-CliTarifas
           MOVE 0 TO WS-CliEmAberto
           MOVE 0 TO WS-CliRenegociadas
           MOVE 0 TO WS-CliContrato.

       AcumularDebito.
           EVALUATE SortQtTipo
               WHEN 'P'
                   ADD SortQtValor TO WS-CliParcelas
               WHEN 'A'
                   ADD 1 TO WS-CliEmAberto
                   IF WS-CliContrato = 0
                       MOVE SortQtEmprestimo TO WS-CliContrato
                   END-IF
               WHEN 'R'
                   ADD 1 TO WS-CliRenegociadas
                   IF WS-CliContrato = 0
                       MOVE SortQtEmprestimo TO WS-CliContrato
                   END-IF
               WHEN 'F'
                   ADD SortQtValor TO WS-CliTarifas
               WHEN 'E'
                   SUBTRACT SortQtValor FROM WS-CliTarifas
           END-EVALUATE.

      * Débito em aberto ou contrato renegociado barra a
      * declaração; o cliente sai na lista de exceções.
       FecharCliente.
           ADD 1 TO WS-QtdeClientes
           MOVE SPACES TO WS-NomeCliente
           MOVE WS-ClienteAtual TO ClienteID
           READ ClienteFile
               INVALID KEY
                   MOVE 'CLIENTE SEM CADASTRO' TO WS-NomeCliente
               NOT INVALID KEY
                   MOVE ClienteNome TO WS-NomeCliente
           END-READ
           COMPUTE WS-CliTotal = WS-CliParcelas + WS-CliTarifas

           IF WS-CliEmAberto > 0 OR WS-CliRenegociadas > 0
               ADD 1 TO WS-QtdeExcecoes
               MOVE SPACES TO ExcecaoLine
               STRING WS-ClienteAtual DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-NomeCliente DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-CliEmAberto DELIMITED BY SIZE
                      '       ' DELIMITED BY SIZE
                      WS-CliRenegociadas DELIMITED BY SIZE
                      '        ' DELIMITED BY SIZE
                      WS-CliContrato DELIMITED BY SIZE
                   INTO ExcecaoLine
               WRITE ExcecaoLine
           ELSE
           IF WS-CliTotal > 0
               ADD 1 TO WS-QtdeDeclaracoes
               MOVE WS-ClienteAtual TO WS-NotifCliente
               MOVE 0 TO WS-NotifConta
               MOVE WS-CliTotal TO WS-NotifValor
               MOVE SPACES TO WS-NotifTexto
               STRING 'Declaração de quitação anual de débitos - '
                      DELIMITED BY SIZE
                      'ano ' DELIMITED BY SIZE
                      WS-Ano DELIMITED BY SIZE
                   INTO WS-NotifTexto
               CALL 'RegistrarNotificacao' USING WS-NotifTipo
                   WS-NotifCliente WS-NotifConta WS-NotifValor
                   WS-NotifTexto

               MOVE WS-CliParcelas TO WS-ValorEd
               MOVE WS-CliTarifas TO WS-ValorEd2
               MOVE SPACES TO ReportLine
               STRING WS-ClienteAtual DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-NomeCliente DELIMITED BY SIZE
                      WS-ValorEd DELIMITED BY SIZE
                      WS-ValorEd2 DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF
           END-IF.

       EscreverCabecalhos.
           MOVE SPACES TO ReportLine
           STRING 'DECLARAÇÃO ANUAL DE QUITAÇÃO DE DÉBITOS - ano '
                  DELIMITED BY SIZE
                  WS-Ano DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'CLIENTE NOME                                      '
                  DELIMITED BY SIZE
                  '        PARCELAS PAGAS    TARIFAS PAGAS'
                  DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine

           MOVE SPACES TO ExcecaoLine
           STRING 'QUITAÇÃO ANUAL - EXCEÇÕES ' DELIMITED BY SIZE
                  '(sem declaração) - ano ' DELIMITED BY SIZE
                  WS-Ano DELIMITED BY SIZE
               INTO ExcecaoLine
           WRITE ExcecaoLine
           MOVE SPACES TO ExcecaoLine
           WRITE ExcecaoLine
           MOVE SPACES TO ExcecaoLine
           STRING 'CLIENTE NOME                                      '
                  DELIMITED BY SIZE
                  '  EM ABERTO  RENEGOCIADAS  CONTRATO'
                  DELIMITED BY SIZE
               INTO ExcecaoLine
           WRITE ExcecaoLine.

       EscreverResumo.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Clientes com débito no ano: ' DELIMITED BY SIZE
                  WS-QtdeClientes DELIMITED BY SIZE
                  '  declarações: ' DELIMITED BY SIZE
                  WS-QtdeDeclaracoes DELIMITED BY SIZE
                  '  exceções: ' DELIMITED BY SIZE
                  WS-QtdeExcecoes DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           IF WS-SemConta > 0
               MOVE SPACES TO ReportLine
               STRING 'Débitos de conta sem cadastro (fora da '
                      DELIMITED BY SIZE
                      'apuração): ' DELIMITED BY SIZE
                      WS-SemConta DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF
           MOVE SPACES TO ExcecaoLine
           WRITE ExcecaoLine
           MOVE SPACES TO ExcecaoLine
           STRING 'Clientes em exceção: ' DELIMITED BY SIZE
                  WS-QtdeExcecoes DELIMITED BY SIZE
               INTO ExcecaoLine
           WRITE ExcecaoLine.

       END PROGRAM DeclaracaoQuitacao.
