       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFinanceira.

      *****************************************************************
      *  EFinanceira.cbl - Arquivo semestral e-Financeira para a
      *  Receita Federal. Agrega por conta e por titular (CPF da
      *  pessoa física, CNPJ da jurídica) os créditos e débitos de
      *  cada mês do semestre, lidos do on-line (movimentacao.dat) e
      *  das gerações de expurgo do catálogo (arquivo_catalogo.dat),
      *  e o saldo no último fechamento do semestre (31/12 no segundo
      *  semestre). O titular é informado quando, em algum mês, a
      *  soma dos créditos ou dos débitos das contas dele passa do
      *  limite legal (EFIN-LIMITE-PF / EFIN-LIMITE-PJ), ou quando o
      *  saldo final passa do mesmo limite; todas as contas dele vão
      *  para o arquivo. Saídas:
      *    - efinanceira_<AAAAS>.dat com header/trailer de controle
      *      (soma = créditos + débitos do semestre);
      *    - efinanceira_<AAAAS>.txt, relatório das contas informadas.
      *  Na retificação, lê as rejeições devolvidas pela Receita
      *  (efinanceira_rejeicoes_<AAAAS>.dat, com header/trailer) e
      *  gera efinanceira_<AAAAS>_ret.dat só com as contas
      *  rejeitadas, remontadas do movimento e do cadastro corrigido,
      *  cada registro apontando o sequencial do registro original.
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

           SELECT SaldoDiarioFile ASSIGN TO 'saldos_diarios.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SaldoDiaStatus.

           SELECT RejeicaoFile ASSIGN DYNAMIC WS-RejeicaoFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RejFileStatus.

           SELECT EfinSortFile ASSIGN TO 'efinsort.wrk'.

           SELECT EfinFile ASSIGN DYNAMIC WS-EfinFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EfinFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

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

       FD  SaldoDiarioFile.
       COPY SALDODIAREC.

      * Rejeições devolvidas pela Receita: o sequencial é o do
      * registro no arquivo original.
       FD  RejeicaoFile.
       COPY CTRLREC.
       01  RejeicaoRecord.
           05  RejEfSequencia         PIC 9(7).
           05  RejEfConta             PIC 9(7).
           05  RejEfCodigo            PIC X(6).
           05  RejEfMotivo            PIC X(60).

      * Uma linha por movimento (mês 1 a 6 do semestre) e uma de
      * saldo final (mês 0) por conta, já com o titular resolvido.
       SD  EfinSortFile.
       01  EfinSortRecord.
           05  SortEfDocumento        PIC X(14).
           05  SortEfTipoPessoa       PIC X(1).
           05  SortEfNome             PIC A(50).
           05  SortEfConta            PIC 9(7).
           05  SortEfAgencia          PIC 9(4).
           05  SortEfMes              PIC 9(1).
           05  SortEfCredito          PIC 9(9)V99.
           05  SortEfDebito           PIC 9(9)V99.
           05  SortEfSaldo            PIC S9(9)V99.

       FD  EfinFile.
       01  EfinLinha                  PIC X(500).
       01  EfinDetalhe.
           05  EfSequencia            PIC 9(7).
           05  EfIndicador            PIC X(1).
      *        'O' original, 'R' retificadora.
           05  EfSeqOriginal          PIC 9(7).
           05  EfAnoSemestre          PIC 9(5).
           05  EfDocumento            PIC X(14).
           05  EfTipoPessoa           PIC X(1).
           05  EfNome                 PIC A(50).
           05  EfAgencia              PIC 9(4).
           05  EfConta                PIC 9(7).
           05  EfQtdeCotitulares      PIC 9(1).
           05  EfCotitularDoc         PIC X(14) OCCURS 3 TIMES.
           05  EfMes OCCURS 6 TIMES.
               10  EfCreditos         PIC 9(11)V99.
               10  EfDebitos          PIC 9(11)V99.
           05  EfSaldoFinal           PIC S9(11)V99
                                      SIGN LEADING SEPARATE.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-ClienteFileStatus   PIC XX.
       01  WS-MovFileStatus       PIC XX.
       01  WS-ArqMovStatus        PIC XX.
       01  WS-ArqCatStatus        PIC XX.
       01  WS-SaldoDiaStatus      PIC XX.
       01  WS-RejFileStatus       PIC XX.
       01  WS-EfinFileStatus      PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-MovFileName         PIC X(40).
       01  WS-RejeicaoFileName    PIC X(40).
       01  WS-EfinFileName        PIC X(40).
       01  WS-ReportFileName      PIC X(40).
       01  WS-Ano                 PIC 9(4) VALUE 0.
       01  WS-Semestre            PIC 9(1) VALUE 0.
       01  WS-AnoSemestre         PIC 9(5) VALUE 0.
       01  WS-DataIni             PIC 9(8) VALUE 0.
       01  WS-DataFim             PIC 9(8) VALUE 0.
       01  WS-Modo                PIC X VALUE 'O'.
       01  WS-LimitePF            PIC 9(7)V99 VALUE 2000.00.
       01  WS-LimitePJ            PIC 9(7)V99 VALUE 6000.00.
       01  WS-LimitePessoa        PIC 9(7)V99 VALUE 0.
      * Gerações de expurgo que alcançam o semestre (catálogo); o
      * on-line entra por último.
       01  WS-QtdeArquivos        PIC 9(2) VALUE 0.
       01  WS-ArquivosTabela.
           05  WS-ArquivoNome     PIC X(40) OCCURS 13 TIMES.
       01  WS-ArquivoIdx          PIC 9(2) VALUE 0.
      * Último fechamento dentro do semestre; zero = posição
      * corrente de contas.dat.
       01  WS-DataBase            PIC 9(8) VALUE 0.
       01  WS-MovDataOrd          PIC 9(8) VALUE 0.
       01  WS-MovMes              PIC 9(2) VALUE 0.
       01  WS-EstornoTipoChar     PIC X.
       01  WS-ContaMoeda          PIC X(3).
       01  WS-ValorEmBRL          PIC S9(7)V99 VALUE 0.
      * Titular da última conta resolvida, para não reler conta e
      * cliente a cada movimento da mesma conta.
       01  WS-UltimaConta         PIC 9(7) VALUE 0.
       01  WS-UltimaContaOk       PIC X VALUE 'N'.
       01  WS-UltDocumento        PIC X(14).
       01  WS-UltTipoPessoa       PIC X(1).
       01  WS-UltNome             PIC A(50).
       01  WS-UltAgencia          PIC 9(4) VALUE 0.
       01  WS-ContaBusca          PIC 9(7) VALUE 0.
       01  WS-MovsLidos           PIC 9(9) VALUE 0.
       01  WS-MovsSemConta        PIC 9(7) VALUE 0.
      * Quebra por pessoa e por conta na saída do sort.
       01  WS-PrimeiroRegistro    PIC X VALUE 'S'.
       01  WS-DocAtual            PIC X(14).
       01  WS-TipoAtual           PIC X(1).
       01  WS-NomeAtual           PIC A(50).
       01  WS-PessoaMeses.
           05  WS-PesMes OCCURS 6 TIMES.
               10  WS-PesCredito      PIC 9(11)V99.
               10  WS-PesDebito       PIC 9(11)V99.
       01  WS-PessoaSaldo         PIC S9(11)V99 VALUE 0.
       01  WS-PessoaInformada     PIC X VALUE 'N'.
       01  WS-QtdeContasPes       PIC 9(2) VALUE 0.
       01  WS-ContasPesEstouro    PIC X VALUE 'N'.
       01  WS-ContasPessoa.
           05  WS-CpLinha OCCURS 20 TIMES.
               10  WS-CpConta         PIC 9(7).
               10  WS-CpAgencia       PIC 9(4).
               10  WS-CpSaldo         PIC S9(11)V99.
               10  WS-CpMes OCCURS 6 TIMES.
                   15  WS-CpCredito   PIC 9(11)V99.
                   15  WS-CpDebito    PIC 9(11)V99.
       01  WS-CpIdx               PIC 9(2) VALUE 0.
       01  WS-MesIdx              PIC 9(1) VALUE 0.
       01  WS-CotIdx              PIC 9(1) VALUE 0.
       01  WS-ContaCreditos       PIC 9(13)V99 VALUE 0.
       01  WS-ContaDebitos        PIC 9(13)V99 VALUE 0.
      * Rejeições a retificar.
       01  WS-QtdeRejeicoes       PIC 9(3) VALUE 0.
       01  WS-RejeicoesTabela.
           05  WS-RjLinha OCCURS 500 TIMES.
               10  WS-RjConta         PIC 9(7).
               10  WS-RjSequencia     PIC 9(7).
               10  WS-RjAtendida      PIC X(1).
       01  WS-RjIdx               PIC 9(3) VALUE 0.
       01  WS-RjAchada            PIC X VALUE 'N'.
       01  WS-ControleOK          PIC X VALUE 'N'.
       01  WS-PrimeiraLinha       PIC X VALUE 'S'.
       01  WS-TrailerVisto        PIC X VALUE 'N'.
       01  WS-CtrlDetalhes        PIC 9(7) VALUE 0.
       01  WS-CtrlChecksum        PIC 9(11)V99 VALUE 0.
       01  WS-GradeArquivo        PIC X(30).
       01  WS-GradeLiberado       PIC X VALUE 'N'.
      * Totais do arquivo.
       01  WS-Sequencia           PIC 9(7) VALUE 0.
       01  WS-SomaControle        PIC 9(11)V99 VALUE 0.
       01  WS-QtdePessoas         PIC 9(7) VALUE 0.
       01  WS-QtdePessoasInf      PIC 9(7) VALUE 0.
       01  WS-ValorEd             PIC -(12)9.99.
       01  WS-ValorEd2            PIC -(12)9.99.
       01  WS-ValorEd3            PIC -(12)9.99.
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-ParamNome         PIC X(20).
       01  WS-ParamDataRef      PIC 9(8) VALUE 0.
       01  WS-ParamValor        PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado       PIC X VALUE 'N'.

       01  WS-ExecPrograma        PIC X(20) VALUE 'EFinanceira'.
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

      *    Sem período informado, vai o semestre anterior.
           DISPLAY 'Ano do semestre (AAAA, ENTER = semestre '
               'anterior): '
           ACCEPT WS-Ano
           IF WS-Ano = 0
               IF WS-MesHoje <= 6
                   COMPUTE WS-Ano = WS-AnoHoje - 1
                   MOVE 2 TO WS-Semestre
               ELSE
                   MOVE WS-AnoHoje TO WS-Ano
                   MOVE 1 TO WS-Semestre
               END-IF
           ELSE
               DISPLAY 'Semestre (1 ou 2): '
               ACCEPT WS-Semestre
           END-IF
           IF WS-Semestre NOT = 1 AND WS-Semestre NOT = 2
               DISPLAY 'Semestre inválido!'
               STOP RUN
           END-IF
           COMPUTE WS-AnoSemestre = WS-Ano * 10 + WS-Semestre
           IF WS-Semestre = 1
               COMPUTE WS-DataIni = WS-Ano * 10000 + 0101
               COMPUTE WS-DataFim = WS-Ano * 10000 + 0630
           ELSE
               COMPUTE WS-DataIni = WS-Ano * 10000 + 0701
               COMPUTE WS-DataFim = WS-Ano * 10000 + 1231
           END-IF

           DISPLAY '[O]riginal ou [R]etificação das rejeições: '
           ACCEPT WS-Modo
           MOVE FUNCTION UPPER-CASE(WS-Modo) TO WS-Modo
           IF WS-Modo NOT = 'R'
               MOVE 'O' TO WS-Modo
           END-IF

           MOVE WS-DataFim TO WS-ParamDataRef
           MOVE 'EFIN-LIMITE-PF' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-LimitePF
           END-IF
           MOVE 'EFIN-LIMITE-PJ' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-LimitePJ
           END-IF

           IF WS-Modo = 'R'
               PERFORM CarregarRejeicoes
               IF WS-QtdeRejeicoes = 0
                   DISPLAY 'Nenhuma rejeição a retificar.'
                   STOP RUN
               END-IF
               STRING 'efinanceira_' DELIMITED BY SIZE
                      WS-AnoSemestre DELIMITED BY SIZE
                      '_ret.dat' DELIMITED BY SIZE
                   INTO WS-EfinFileName
               STRING 'efinanceira_' DELIMITED BY SIZE
                      WS-AnoSemestre DELIMITED BY SIZE
                      '_ret.txt' DELIMITED BY SIZE
                   INTO WS-ReportFileName
           ELSE
               STRING 'efinanceira_' DELIMITED BY SIZE
                      WS-AnoSemestre DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                   INTO WS-EfinFileName
               STRING 'efinanceira_' DELIMITED BY SIZE
                      WS-AnoSemestre DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-ReportFileName
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           PERFORM MontarListaArquivos
           PERFORM LocalizarDataBase

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

           OPEN OUTPUT EfinFile
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ControleRegistro
           MOVE 'H' TO CtrlTipo
           MOVE WS-DataHojeOrd TO CtrlData
           IF WS-Modo = 'R'
               MOVE 2 TO CtrlSequencia
           ELSE
               MOVE 1 TO CtrlSequencia
           END-IF
           MOVE 0 TO CtrlContagem
           MOVE 0 TO CtrlSoma
           WRITE EfinLinha FROM ControleRegistro

           MOVE 'Agregando movimento do semestre...' TO WS-Mensagem
           DISPLAY WS-Mensagem

           SORT EfinSortFile
               ON ASCENDING KEY SortEfDocumento SortEfConta SortEfMes
               INPUT PROCEDURE IS CarregarMovimento
               OUTPUT PROCEDURE IS GerarDeclaracao

           MOVE SPACES TO ControleRegistro
           MOVE 'T' TO CtrlTipo
           MOVE WS-DataHojeOrd TO CtrlData
           IF WS-Modo = 'R'
               MOVE 2 TO CtrlSequencia
           ELSE
               MOVE 1 TO CtrlSequencia
           END-IF
           MOVE WS-Sequencia TO CtrlContagem
           MOVE WS-SomaControle TO CtrlSoma
           WRITE EfinLinha FROM ControleRegistro
           CLOSE EfinFile
           CLOSE ReportFile
           CLOSE ClienteFile
           CLOSE ContaFile

           MOVE WS-Sequencia TO WS-ExecPostados
           MOVE WS-MovsSemConta TO WS-ExecRejeitados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-AnoSemestre TO WS-SpoolAlvo(1:5)
           MOVE WS-EfinFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'EFinanceira         ' 'EFIN' 'BATCH     '
               WS-SpoolAlvo 'S'
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'EFinanceira         ' 'EFIN' 'BATCH     '
               WS-SpoolAlvo 'S'

           DISPLAY 'Titulares avaliados: ' WS-QtdePessoas
           DISPLAY 'Titulares informados: ' WS-QtdePessoasInf
           DISPLAY 'Contas no arquivo: ' WS-Sequencia
           DISPLAY 'Arquivo: ' WS-EfinFileName
           DISPLAY 'Relatório: ' WS-ReportFileName
           STOP RUN.

      * Retorno da Receita: conferência de header/trailer antes de
      * aceitar qualquer rejeição (soma = sequenciais rejeitados).
       CarregarRejeicoes.
           STRING 'efinanceira_rejeicoes_' DELIMITED BY SIZE
                  WS-AnoSemestre DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-RejeicaoFileName
           MOVE WS-RejeicaoFileName TO WS-GradeArquivo
           CALL 'VerificarArquivoEsperado' USING WS-GradeArquivo
               WS-GradeLiberado
           IF WS-GradeLiberado NOT = 'S'
               STOP RUN
           END-IF

           OPEN INPUT RejeicaoFile
           IF WS-RejFileStatus NOT = '00'
               DISPLAY 'Arquivo ' WS-RejeicaoFileName
                   ' não encontrado!'
               STOP RUN
           END-IF
           PERFORM ValidarControleArquivo
           CLOSE RejeicaoFile
           IF WS-ControleOK NOT = 'S'
               DISPLAY 'Rejeições recusadas pela conferência de'
               DISPLAY 'controle (header/trailer).'
               STOP RUN
           END-IF

           MOVE 0 TO WS-QtdeRejeicoes
           MOVE 'S' TO WS-PrimeiraLinha
           OPEN INPUT RejeicaoFile
           PERFORM UNTIL WS-RejFileStatus = '10'
               READ RejeicaoFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-PrimeiraLinha = 'S'
                           MOVE 'N' TO WS-PrimeiraLinha
                       ELSE
                       IF NOT CtrlTrailer AND WS-QtdeRejeicoes < 500
                           ADD 1 TO WS-QtdeRejeicoes
                           MOVE RejEfConta
                               TO WS-RjConta(WS-QtdeRejeicoes)
                           MOVE RejEfSequencia
                               TO WS-RjSequencia(WS-QtdeRejeicoes)
                           MOVE 'N' TO WS-RjAtendida(WS-QtdeRejeicoes)
                           DISPLAY 'Rejeição conta ' RejEfConta
                               ' registro ' RejEfSequencia ': '
                               RejEfCodigo ' ' RejEfMotivo
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RejeicaoFile.

       ValidarControleArquivo.
           MOVE 'N' TO WS-ControleOK
           MOVE 'S' TO WS-PrimeiraLinha
           MOVE 'N' TO WS-TrailerVisto
           MOVE 0 TO WS-CtrlDetalhes
           MOVE 0 TO WS-CtrlChecksum
           PERFORM UNTIL WS-RejFileStatus = '10'
               READ RejeicaoFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CriticarLinhaControle
               END-READ
           END-PERFORM
           IF WS-TrailerVisto = 'N'
               DISPLAY 'Arquivo sem trailer de controle!'
               MOVE 'N' TO WS-ControleOK
           END-IF.

       CriticarLinhaControle.
           IF WS-PrimeiraLinha = 'S'
               MOVE 'N' TO WS-PrimeiraLinha
               IF NOT CtrlHeader
                   DISPLAY 'Arquivo sem header de controle!'
               END-IF
           ELSE
           IF CtrlTrailer
               MOVE 'S' TO WS-TrailerVisto
               IF CtrlContagem = WS-CtrlDetalhes AND
                       CtrlSoma = WS-CtrlChecksum
                   MOVE 'S' TO WS-ControleOK
               ELSE
                   DISPLAY 'Trailer não confere: contagem '
                       CtrlContagem ' x ' WS-CtrlDetalhes
                   DISPLAY 'soma ' CtrlSoma ' x ' WS-CtrlChecksum
               END-IF
           ELSE
               ADD 1 TO WS-CtrlDetalhes
               ADD RejEfSequencia TO WS-CtrlChecksum
           END-IF
           END-IF.

      * Gerações de expurgo cujo corte passa do início do semestre
      * ainda guardam movimento dele; o on-line entra por último.
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
           IF WS-QtdeArquivos > 0
               DISPLAY 'Semestre alcança o histórico arquivado: '
                   WS-QtdeArquivos ' geração(ões) incluída(s).'
           END-IF
           ADD 1 TO WS-QtdeArquivos
           MOVE 'movimentacao.dat'
               TO WS-ArquivoNome(WS-QtdeArquivos).

       LocalizarDataBase.
           MOVE 0 TO WS-DataBase
           OPEN INPUT SaldoDiarioFile
           IF WS-SaldoDiaStatus = '00'
               PERFORM UNTIL WS-SaldoDiaStatus = '10'
                   READ SaldoDiarioFile INTO SaldoDiarioRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SaldoDiaData >= WS-DataIni AND
                                   SaldoDiaData <= WS-DataFim AND
                                   SaldoDiaData > WS-DataBase
                               MOVE SaldoDiaData TO WS-DataBase
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SaldoDiarioFile
           END-IF.

       CarregarMovimento.
           PERFORM VARYING WS-ArquivoIdx FROM 1 BY 1
                   UNTIL WS-ArquivoIdx > WS-QtdeArquivos
               IF WS-ArquivoNome(WS-ArquivoIdx) = 'movimentacao.dat'
                   PERFORM VarrerOnlineIndexado
               ELSE
                   PERFORM VarrerGeracaoArquivo
               END-IF
           END-PERFORM
           IF WS-DataBase > 0
               PERFORM CarregarSaldosDoFechamento
           ELSE
               PERFORM CarregarSaldosCorrentes
           END-IF.

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

      * Crédito ou débito pelo tipo, com o mesmo critério da
      * reconciliação; o estorno inverte o sentido do lançamento
      * original (tipo na posição 12 da descrição).
       ClassificarMovimento.
           MOVE MovimentacaoData(1:8) TO WS-MovDataOrd
           IF WS-MovDataOrd >= WS-DataIni AND
                   WS-MovDataOrd <= WS-DataFim
               ADD 1 TO WS-MovsLidos
               MOVE MovimentacaoContaNumero TO WS-ContaBusca
               PERFORM ResolverTitular
               IF WS-UltimaContaOk = 'S'
                   MOVE MovimentacaoData(5:2) TO WS-MovMes
                   IF WS-Semestre = 2
                       SUBTRACT 6 FROM WS-MovMes
                   END-IF
                   MOVE WS-MovMes TO SortEfMes
                   MOVE 0 TO SortEfCredito
                   MOVE 0 TO SortEfDebito
                   MOVE 0 TO SortEfSaldo
                   EVALUATE MovimentacaoTipo
                       WHEN 'D'
                       WHEN 'J'
                       WHEN 'C'
                       WHEN 'G'
                       WHEN 'L'
                       WHEN 'N'
                       WHEN 'V'
                       WHEN 'O'
                           MOVE MovimentacaoValor TO SortEfCredito
                       WHEN 'S'
                       WHEN 'T'
                       WHEN 'F'
                       WHEN 'P'
                       WHEN 'A'
                       WHEN 'Q'
                       WHEN 'H'
                       WHEN 'U'
                       WHEN 'W'
                       WHEN 'K'
                       WHEN 'I'
                       WHEN 'X'
                       WHEN 'Z'
                       WHEN 'M'
                       WHEN 'Y'
                       WHEN 'E'
                           MOVE MovimentacaoValor TO SortEfDebito
                       WHEN 'R'
                           MOVE MovimentacaoDescricao(12:1)
                               TO WS-EstornoTipoChar
                           EVALUATE WS-EstornoTipoChar
                               WHEN 'D'
                               WHEN 'C'
                               WHEN 'O'
                                   MOVE MovimentacaoValor
                                       TO SortEfDebito
                               WHEN OTHER
                                   MOVE MovimentacaoValor
                                       TO SortEfCredito
                           END-EVALUATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF SortEfCredito > 0 OR SortEfDebito > 0
                       PERFORM LiberarRegistro
                   END-IF
               END-IF
           END-IF.

       CarregarSaldosDoFechamento.
           OPEN INPUT SaldoDiarioFile
           IF WS-SaldoDiaStatus = '00'
               PERFORM UNTIL WS-SaldoDiaStatus = '10'
                   READ SaldoDiarioFile INTO SaldoDiarioRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SaldoDiaData = WS-DataBase
                               MOVE SaldoDiaConta TO WS-ContaBusca
                               PERFORM ResolverTitular
                               IF WS-UltimaContaOk = 'S'
                                   MOVE 0 TO SortEfMes
                                   MOVE 0 TO SortEfCredito
                                   MOVE 0 TO SortEfDebito
                                   MOVE SaldoDiaValorBRL
                                       TO SortEfSaldo
                                   PERFORM LiberarRegistro
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SaldoDiarioFile
           END-IF.

       CarregarSaldosCorrentes.
           MOVE 0 TO ContaNumero
           START ContaFile KEY >= ContaNumero
               INVALID KEY
                   MOVE '10' TO WS-FileStatus
           END-START
           PERFORM UNTIL WS-FileStatus = '10'
               READ ContaFile NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ContaMoeda TO WS-ContaMoeda
                       IF WS-ContaMoeda = SPACES
                           MOVE 'BRL' TO WS-ContaMoeda
                       END-IF
                       IF WS-ContaMoeda = 'BRL'
                           MOVE ContaSaldo TO WS-ValorEmBRL
                       ELSE
                           CALL 'Cambio' USING WS-ContaMoeda 'BRL'
                               ContaSaldo WS-ValorEmBRL
                       END-IF
                       MOVE ContaNumero TO WS-ContaBusca
                       PERFORM ResolverTitular
                       IF WS-UltimaContaOk = 'S'
                           MOVE 0 TO SortEfMes
                           MOVE 0 TO SortEfCredito
                           MOVE 0 TO SortEfDebito
                           MOVE WS-ValorEmBRL TO SortEfSaldo
                           PERFORM LiberarRegistro
                       END-IF
               END-READ
           END-PERFORM.

      * Titular principal da conta: CPF na física, CNPJ na jurídica.
       ResolverTitular.
           IF WS-ContaBusca NOT = WS-UltimaConta
               MOVE WS-ContaBusca TO WS-UltimaConta
               MOVE 'N' TO WS-UltimaContaOk
               MOVE WS-ContaBusca TO ContaNumero
               READ ContaFile
                   INVALID KEY
                       ADD 1 TO WS-MovsSemConta
                   NOT INVALID KEY
                       MOVE ContaAgencia TO WS-UltAgencia
                       MOVE ContaClienteID TO ClienteID
                       READ ClienteFile
                           INVALID KEY
                               ADD 1 TO WS-MovsSemConta
                           NOT INVALID KEY
                               MOVE 'S' TO WS-UltimaContaOk
                               MOVE ClienteNome TO WS-UltNome
                               IF ClientePessoaJuridica
                                   MOVE ClienteCNPJ TO WS-UltDocumento
                                   MOVE 'J' TO WS-UltTipoPessoa
                               ELSE
                                   MOVE ClienteCPF TO WS-UltDocumento
                                   MOVE 'F' TO WS-UltTipoPessoa
                               END-IF
                       END-READ
               END-READ
           END-IF.

       LiberarRegistro.
           MOVE WS-UltDocumento TO SortEfDocumento
           MOVE WS-UltTipoPessoa TO SortEfTipoPessoa
           MOVE WS-UltNome TO SortEfNome
           MOVE WS-UltimaConta TO SortEfConta
           MOVE WS-UltAgencia TO SortEfAgencia
           ADD 1 TO WS-ExecLidos
           RELEASE EfinSortRecord.

       GerarDeclaracao.
           PERFORM EscreverCabecalho
           PERFORM UNTIL 1 = 2
               RETURN EfinSortFile
                   AT END
                       EXIT PERFORM
               END-RETURN
               IF WS-PrimeiroRegistro = 'N' AND
                       SortEfDocumento NOT = WS-DocAtual
                   PERFORM FecharPessoa
               END-IF
               IF WS-PrimeiroRegistro = 'S' OR
                       SortEfDocumento NOT = WS-DocAtual
                   MOVE 'N' TO WS-PrimeiroRegistro
                   PERFORM AbrirPessoa
               END-IF
               PERFORM AcumularRegistro
           END-PERFORM
           IF WS-PrimeiroRegistro = 'N'
               PERFORM FecharPessoa
           END-IF
           PERFORM EscreverResumo.

       AbrirPessoa.
           MOVE SortEfDocumento TO WS-DocAtual
           MOVE SortEfTipoPessoa TO WS-TipoAtual
           MOVE SortEfNome TO WS-NomeAtual
           MOVE 0 TO WS-PessoaSaldo
           MOVE 0 TO WS-QtdeContasPes
           MOVE 'N' TO WS-ContasPesEstouro
           PERFORM VARYING WS-MesIdx FROM 1 BY 1
                   UNTIL WS-MesIdx > 6
               MOVE 0 TO WS-PesCredito(WS-MesIdx)
               MOVE 0 TO WS-PesDebito(WS-MesIdx)
           END-PERFORM.

      * As contas chegam em ordem dentro da pessoa: conta nova
      * abre linha na tabela da pessoa.
       AcumularRegistro.
           IF WS-QtdeContasPes = 0 OR
                   SortEfConta NOT = WS-CpConta(WS-QtdeContasPes)
               IF WS-QtdeContasPes < 20
                   ADD 1 TO WS-QtdeContasPes
                   MOVE WS-QtdeContasPes TO WS-CpIdx
                   MOVE SortEfConta TO WS-CpConta(WS-CpIdx)
                   MOVE SortEfAgencia TO WS-CpAgencia(WS-CpIdx)
                   MOVE 0 TO WS-CpSaldo(WS-CpIdx)
                   PERFORM VARYING WS-MesIdx FROM 1 BY 1
                           UNTIL WS-MesIdx > 6
                       MOVE 0 TO WS-CpCredito(WS-CpIdx WS-MesIdx)
                       MOVE 0 TO WS-CpDebito(WS-CpIdx WS-MesIdx)
                   END-PERFORM
               ELSE
                   MOVE 'S' TO WS-ContasPesEstouro
               END-IF
           END-IF
           MOVE WS-QtdeContasPes TO WS-CpIdx
           IF SortEfMes = 0
               ADD SortEfSaldo TO WS-CpSaldo(WS-CpIdx)
               ADD SortEfSaldo TO WS-PessoaSaldo
           ELSE
               MOVE SortEfMes TO WS-MesIdx
               ADD SortEfCredito TO WS-CpCredito(WS-CpIdx WS-MesIdx)
               ADD SortEfDebito TO WS-CpDebito(WS-CpIdx WS-MesIdx)
               ADD SortEfCredito TO WS-PesCredito(WS-MesIdx)
               ADD SortEfDebito TO WS-PesDebito(WS-MesIdx)
           END-IF.

      * Limite legal por pessoa: créditos ou débitos globais de
      * algum mês, ou saldo final, acima do limite do tipo de pessoa.
       FecharPessoa.
           ADD 1 TO WS-QtdePessoas
           IF WS-TipoAtual = 'J'
               MOVE WS-LimitePJ TO WS-LimitePessoa
           ELSE
               MOVE WS-LimitePF TO WS-LimitePessoa
           END-IF
           MOVE 'N' TO WS-PessoaInformada
           IF WS-PessoaSaldo > WS-LimitePessoa
               MOVE 'S' TO WS-PessoaInformada
           END-IF
           PERFORM VARYING WS-MesIdx FROM 1 BY 1
                   UNTIL WS-MesIdx > 6
               IF WS-PesCredito(WS-MesIdx) > WS-LimitePessoa OR
                       WS-PesDebito(WS-MesIdx) > WS-LimitePessoa
                   MOVE 'S' TO WS-PessoaInformada
               END-IF
           END-PERFORM
           IF WS-PessoaInformada = 'S'
               ADD 1 TO WS-QtdePessoasInf
               PERFORM VARYING WS-CpIdx FROM 1 BY 1
                       UNTIL WS-CpIdx > WS-QtdeContasPes
                   PERFORM InformarConta
               END-PERFORM
               IF WS-ContasPesEstouro = 'S'
                   MOVE SPACES TO ReportLine
                   STRING 'AVISO: titular ' DELIMITED BY SIZE
                          WS-DocAtual DELIMITED BY SIZE
                          ' com mais de 20 contas; excedentes '
                          DELIMITED BY SIZE
                          'somadas na última.' DELIMITED BY SIZE
                       INTO ReportLine
                   WRITE ReportLine
               END-IF
           END-IF.

      * Na retificação só saem as contas rejeitadas, apontando o
      * registro original.
       InformarConta.
           MOVE 'N' TO WS-RjAchada
           IF WS-Modo = 'R'
               PERFORM VARYING WS-RjIdx FROM 1 BY 1
                       UNTIL WS-RjIdx > WS-QtdeRejeicoes
                   IF WS-RjConta(WS-RjIdx) = WS-CpConta(WS-CpIdx)
                           AND WS-RjAtendida(WS-RjIdx) = 'N'
                       MOVE 'S' TO WS-RjAchada
                       MOVE 'S' TO WS-RjAtendida(WS-RjIdx)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-Modo = 'O' OR WS-RjAchada = 'S'
               PERFORM GravarDetalhe
           END-IF.

       GravarDetalhe.
           MOVE SPACES TO EfinDetalhe
           ADD 1 TO WS-Sequencia
           MOVE WS-Sequencia TO EfSequencia
           MOVE WS-Modo TO EfIndicador
           IF WS-Modo = 'R'
               MOVE WS-RjSequencia(WS-RjIdx) TO EfSeqOriginal
           ELSE
               MOVE 0 TO EfSeqOriginal
           END-IF
           MOVE WS-AnoSemestre TO EfAnoSemestre
           MOVE WS-DocAtual TO EfDocumento
           MOVE WS-TipoAtual TO EfTipoPessoa
           MOVE WS-NomeAtual TO EfNome
           MOVE WS-CpAgencia(WS-CpIdx) TO EfAgencia
           MOVE WS-CpConta(WS-CpIdx) TO EfConta
           PERFORM InformarCotitulares
           MOVE 0 TO WS-ContaCreditos
           MOVE 0 TO WS-ContaDebitos
           PERFORM VARYING WS-MesIdx FROM 1 BY 1
                   UNTIL WS-MesIdx > 6
               MOVE WS-CpCredito(WS-CpIdx WS-MesIdx)
                   TO EfCreditos(WS-MesIdx)
               MOVE WS-CpDebito(WS-CpIdx WS-MesIdx)
                   TO EfDebitos(WS-MesIdx)
               ADD WS-CpCredito(WS-CpIdx WS-MesIdx)
                   TO WS-ContaCreditos
               ADD WS-CpDebito(WS-CpIdx WS-MesIdx)
                   TO WS-ContaDebitos
           END-PERFORM
           MOVE WS-CpSaldo(WS-CpIdx) TO EfSaldoFinal
           WRITE EfinDetalhe
           COMPUTE WS-SomaControle = WS-SomaControle +
               WS-ContaCreditos + WS-ContaDebitos

           MOVE WS-ContaCreditos TO WS-ValorEd
           MOVE WS-ContaDebitos TO WS-ValorEd2
           MOVE WS-CpSaldo(WS-CpIdx) TO WS-ValorEd3
           MOVE SPACES TO ReportLine
           STRING WS-Sequencia DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DocAtual DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NomeAtual(1:25) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CpConta(WS-CpIdx) DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
                  WS-ValorEd2 DELIMITED BY SIZE
                  WS-ValorEd3 DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * Cotitulares identificados pelo documento, do cadastro atual.
       InformarCotitulares.
           MOVE 0 TO EfQtdeCotitulares
           MOVE WS-CpConta(WS-CpIdx) TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-CotIdx FROM 1 BY 1
                           UNTIL WS-CotIdx > ContaQtdeCotitulares
                               OR WS-CotIdx > 3
                       MOVE ContaCotitularClienteID(WS-CotIdx)
                           TO ClienteID
                       READ ClienteFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO EfQtdeCotitulares
                               IF ClientePessoaJuridica
                                   MOVE ClienteCNPJ TO EfCotitularDoc(
                                       EfQtdeCotitulares)
                               ELSE
                                   MOVE ClienteCPF TO EfCotitularDoc(
                                       EfQtdeCotitulares)
                               END-IF
                       END-READ
                   END-PERFORM
           END-READ.

       EscreverCabecalho.
           MOVE SPACES TO ReportLine
           IF WS-Modo = 'R'
               STRING 'E-FINANCEIRA - RETIFICAÇÃO - semestre '
                      DELIMITED BY SIZE
                      WS-AnoSemestre DELIMITED BY SIZE
                   INTO ReportLine
           ELSE
               STRING 'E-FINANCEIRA - CONTAS INFORMADAS - semestre '
                      DELIMITED BY SIZE
                      WS-AnoSemestre DELIMITED BY SIZE
                   INTO ReportLine
           END-IF
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           IF WS-DataBase > 0
               STRING 'Período ' DELIMITED BY SIZE
                      WS-DataIni DELIMITED BY SIZE
                      ' a ' DELIMITED BY SIZE
                      WS-DataFim DELIMITED BY SIZE
                      '; saldo do fechamento de ' DELIMITED BY SIZE
                      WS-DataBase DELIMITED BY SIZE
                   INTO ReportLine
           ELSE
               STRING 'Período ' DELIMITED BY SIZE
                      WS-DataIni DELIMITED BY SIZE
                      ' a ' DELIMITED BY SIZE
                      WS-DataFim DELIMITED BY SIZE
                      '; sem fechamento no semestre, saldo corrente'
                      DELIMITED BY SIZE
                   INTO ReportLine
           END-IF
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Limite PF R$ ' DELIMITED BY SIZE
                  WS-LimitePF DELIMITED BY SIZE
                  '  Limite PJ R$ ' DELIMITED BY SIZE
                  WS-LimitePJ DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'SEQ     DOCUMENTO      NOME                      '
                  DELIMITED BY SIZE
                  'CONTA           CRÉDITOS' DELIMITED BY SIZE
                  '           DÉBITOS       SALDO FINAL'
                  DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       EscreverResumo.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Titulares avaliados: ' DELIMITED BY SIZE
                  WS-QtdePessoas DELIMITED BY SIZE
                  '  informados: ' DELIMITED BY SIZE
                  WS-QtdePessoasInf DELIMITED BY SIZE
                  '  registros no arquivo: ' DELIMITED BY SIZE
                  WS-Sequencia DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE WS-SomaControle TO WS-ValorEd
           MOVE SPACES TO ReportLine
           STRING 'Soma de controle (créditos + débitos): R$ '
                  DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           IF WS-MovsSemConta > 0
               MOVE SPACES TO ReportLine
               STRING 'Contas sem cadastro de conta/cliente '
                      DELIMITED BY SIZE
                      '(fora do arquivo): ' DELIMITED BY SIZE
                      WS-MovsSemConta DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF
           IF WS-Modo = 'R'
               PERFORM VARYING WS-RjIdx FROM 1 BY 1
                       UNTIL WS-RjIdx > WS-QtdeRejeicoes
                   IF WS-RjAtendida(WS-RjIdx) = 'N'
                       MOVE SPACES TO ReportLine
                       STRING 'Rejeição não retificada: conta '
                              DELIMITED BY SIZE
                              WS-RjConta(WS-RjIdx) DELIMITED BY SIZE
                              ' registro ' DELIMITED BY SIZE
                              WS-RjSequencia(WS-RjIdx)
                              DELIMITED BY SIZE
                              ' (conta fora da declaração)'
                              DELIMITED BY SIZE
                           INTO ReportLine
                       WRITE ReportLine
                   END-IF
               END-PERFORM
           END-IF.

       END PROGRAM EFinanceira.
