       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArquivarContratos.

      *****************************************************************
      *  ArquivarContratos.cbl - Arquivamento dos contratos
      *  encerrados. Tira dos arquivos ativos, que todo batch noturno
      *  lê inteiros, os registros encerrados há mais de N anos
      *  (parâmetro ARQ-ANOS-CONTRATOS, padrão 5):
      *    - empréstimos quitados, renegociados ou cancelados, sem
      *      parcela em aberto, com as suas parcelas; o encerramento
      *      é o último pagamento de parcela ou, no renegociado, a
      *      contratação do sucessor;
      *    - CDBs resgatados ou liquidados, pelo vencimento, desde
      *      que não estejam caucionados;
      *    - folhas de cheque compensadas, pela data da compensação.
      *  Fica no ativo tudo o que for de conta com contestação aberta
      *  ou de cliente com trava legal. Cada arquivo vira uma geração
      *  <origem>_hist_AAAAMMDD.dat no mesmo leiaute, catalogada em
      *  historico_catalogo.dat, por onde a consulta de contrato e o
      *  informe de rendimentos acham o histórico.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-ContaStatus.

           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteStatus.

           SELECT ContestacaoFile ASSIGN TO 'contestacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ContestStatus.

           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestStatus.

           SELECT ParcelaFile ASSIGN TO 'parcelas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParcelaStatus.

           SELECT AplicacaoFile ASSIGN TO 'aplicacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AplicStatus.

           SELECT ChequeFile ASSIGN TO 'cheques.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ChequeStatus.

           SELECT HistoricoFile ASSIGN DYNAMIC WS-HistFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HistStatus.

           SELECT AtivoTempFile ASSIGN DYNAMIC WS-TempFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TempStatus.

           SELECT HistCatFile ASSIGN TO 'historico_catalogo.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HistCatStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  ClienteFile.
       COPY CLIEREC.

       FD  ContestacaoFile.
       COPY CONTESTREC.

       FD  EmprestimoFile.
       COPY EMPRESTREC.

       FD  ParcelaFile.
       COPY PARCREC.

       FD  AplicacaoFile.
       COPY APLICREC.

       FD  ChequeFile.
       COPY CHEQREC.

      * Geração histórica e cópia de trabalho do ativo: a linha leva
      * o registro da origem no mesmo leiaute.
       FD  HistoricoFile.
       01  HistoricoLinha             PIC X(150).

       FD  AtivoTempFile.
       01  AtivoTempLinha             PIC X(150).

       FD  HistCatFile.
       COPY HISTCATREC.

       WORKING-STORAGE SECTION.
       01  WS-ContaStatus         PIC XX.
       01  WS-ClienteStatus       PIC XX.
       01  WS-ContestStatus       PIC XX.
       01  WS-EmprestStatus       PIC XX.
       01  WS-ParcelaStatus       PIC XX.
       01  WS-AplicStatus         PIC XX.
       01  WS-ChequeStatus        PIC XX.
       01  WS-HistStatus          PIC XX.
       01  WS-TempStatus          PIC XX.
       01  WS-HistCatStatus       PIC XX.
       01  WS-HistFileName        PIC X(40).
       01  WS-TempFileName        PIC X(40).
       01  WS-AtivoFileName       PIC X(40).
       01  WS-HistOrigem          PIC X(4).
       01  WS-HistPrefixo         PIC X(20).
       01  WS-HistQtde            PIC 9(7) VALUE 0.
       01  WS-MantidosQtde        PIC 9(7) VALUE 0.
       01  WS-ComandoSistema      PIC X(120).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-DataCorte           PIC 9(8) VALUE 0.
       01  WS-AnosRetencao        PIC 9(2) VALUE 5.
       01  WS-ParamNome         PIC X(20).
       01  WS-ParamDataRef      PIC 9(8) VALUE 0.
       01  WS-ParamValor        PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado       PIC X VALUE 'N'.
      * Contas com contestação aberta: nada delas sai do ativo.
       01  WS-ContestQtde         PIC 9(4) VALUE 0.
       01  WS-ContestTabela.
           05  WS-ContestConta    PIC 9(7) OCCURS 2000 TIMES.
       01  WS-ContestIdx          PIC 9(4) VALUE 0.
       01  WS-ContaBusca          PIC 9(7) VALUE 0.
       01  WS-ContaRetida         PIC X VALUE 'N'.
      * Empréstimos encerrados candidatos ao arquivamento, com a data
      * de encerramento apurada nas parcelas e no sucessor.
       01  WS-CandQtde            PIC 9(4) VALUE 0.
       01  WS-CandTabela.
           05  WS-Candidato OCCURS 3000 TIMES.
               10  WS-CandID          PIC 9(5).
               10  WS-CandSucessor    PIC 9(5).
               10  WS-CandEncerramento PIC 9(8).
               10  WS-CandArquivar    PIC X.
       01  WS-CandIdx             PIC 9(4) VALUE 0.
       01  WS-CandAchado          PIC X VALUE 'N'.
       01  WS-CandBusca           PIC 9(5) VALUE 0.
       01  WS-TemRenegociado      PIC X VALUE 'N'.
       01  WS-EmpArquivados       PIC 9(7) VALUE 0.
       01  WS-ParcArquivadas      PIC 9(7) VALUE 0.
       01  WS-AplicArquivadas     PIC 9(7) VALUE 0.
       01  WS-ChequesArquivados   PIC 9(7) VALUE 0.
       01  WS-RetidosTrava        PIC 9(7) VALUE 0.
       01  WS-Mensagem            PIC X(50).
       01  WS-RunPrograma       PIC X(20) VALUE 'ArquivarContratos'.
       01  WS-RunCompetencia    PIC 9(8) VALUE 0.
       01  WS-RunOperador       PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado     PIC X VALUE 'N'.
       01  WS-ExecPrograma      PIC X(20) VALUE 'ArquivarContratos'.
       01  WS-ExecEvento        PIC X(3).
       01  WS-ExecLidos         PIC 9(7) VALUE 0.
       01  WS-ExecPostados      PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados    PIC 9(7) VALUE 0.
       01  WS-ExecSituacao      PIC X(4) VALUE 'OK'.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd

           MOVE WS-DataHojeOrd TO WS-RunCompetencia
           CALL 'ControleExecucao' USING WS-RunPrograma
               WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           IF WS-RunAutorizado NOT = 'S'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           PERFORM CalcularCorte
           MOVE 'Arquivando contratos encerrados...' TO WS-Mensagem
           DISPLAY WS-Mensagem
           DISPLAY 'Encerrados antes de ' WS-DataCorte
               ' (' WS-AnosRetencao ' anos).'

           OPEN INPUT ContaFile
           IF WS-ContaStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN INPUT ContaFile
           END-IF
           OPEN INPUT ClienteFile
           IF WS-ClienteStatus = '35'
               OPEN OUTPUT ClienteFile
               CLOSE ClienteFile
               OPEN INPUT ClienteFile
           END-IF

           PERFORM CarregarContestacoes
           PERFORM ApurarEmprestimos
           PERFORM ArquivarEmprestimos
           PERFORM ArquivarParcelas
           PERFORM ArquivarAplicacoes
           PERFORM ArquivarCheques

           CLOSE ClienteFile
           CLOSE ContaFile

           COMPUTE WS-ExecPostados = WS-EmpArquivados +
               WS-ParcArquivadas + WS-AplicArquivadas +
               WS-ChequesArquivados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           DISPLAY 'Arquivamento finalizado.'
           DISPLAY 'Empréstimos arquivados: ' WS-EmpArquivados
           DISPLAY 'Parcelas arquivadas: ' WS-ParcArquivadas
           DISPLAY 'CDBs arquivados: ' WS-AplicArquivadas
           DISPLAY 'Cheques arquivados: ' WS-ChequesArquivados
           DISPLAY 'Retidos por contestação ou trava legal: '
               WS-RetidosTrava
           STOP RUN.

      * Corte: mesma data de hoje, N anos atrás (29/02 vira 28/02).
       CalcularCorte.
           MOVE WS-DataHojeOrd TO WS-ParamDataRef
           MOVE 'ARQ-ANOS-CONTRATOS' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
                   AND WS-ParamValor < 100
               MOVE WS-ParamValor TO WS-AnosRetencao
           END-IF
           COMPUTE WS-DataCorte =
               WS-DataHojeOrd - WS-AnosRetencao * 10000
           IF WS-DataCorte(5:4) = '0229'
               MOVE '0228' TO WS-DataCorte(5:4)
           END-IF.

       CarregarContestacoes.
           MOVE 0 TO WS-ContestQtde
           OPEN INPUT ContestacaoFile
           IF WS-ContestStatus = '00'
               PERFORM UNTIL WS-ContestStatus = '10'
                   READ ContestacaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ContestAberta AND WS-ContestQtde < 2000
                               ADD 1 TO WS-ContestQtde
                               MOVE ContestContaNumero
                                   TO WS-ContestConta(WS-ContestQtde)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContestacaoFile
           END-IF.

      * Conta retida no ativo: contestação aberta na conta ou trava
      * legal do titular (o cliente vem de contas.dat).
       VerificarContaRetida.
           MOVE 'N' TO WS-ContaRetida
           PERFORM VARYING WS-ContestIdx FROM 1 BY 1
                   UNTIL WS-ContestIdx > WS-ContestQtde
               IF WS-ContestConta(WS-ContestIdx) = WS-ContaBusca
                   MOVE 'S' TO WS-ContaRetida
               END-IF
           END-PERFORM
           IF WS-ContaRetida = 'N'
               MOVE WS-ContaBusca TO ContaNumero
               READ ContaFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ContaClienteID TO ClienteID
                       READ ClienteFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ClienteComTravaLegal
                                   MOVE 'S' TO WS-ContaRetida
                               END-IF
                       END-READ
               END-READ
           END-IF.

      * Três passadas: os encerrados contratados antes do corte viram
      * candidatos; o sucessor do renegociado e as parcelas empurram
      * a data de encerramento; parcela em aberto tira o candidato.
       ApurarEmprestimos.
           MOVE 0 TO WS-CandQtde
           MOVE 'N' TO WS-TemRenegociado
           OPEN INPUT EmprestimoFile
           IF WS-EmprestStatus = '00'
               PERFORM UNTIL WS-EmprestStatus = '10'
                   READ EmprestimoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF (EmprestimoQuitado OR
                                   EmprestimoRenegociado OR
                                   EmprestimoCancelado) AND
                                   EmprestimoDataContratacao <
                                   WS-DataCorte
                               PERFORM IncluirCandidato
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF

           IF WS-TemRenegociado = 'S'
               OPEN INPUT EmprestimoFile
               PERFORM UNTIL WS-EmprestStatus = '10'
                   READ EmprestimoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM DatarPeloSucessor
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF

           IF WS-CandQtde > 0
               OPEN INPUT ParcelaFile
               IF WS-ParcelaStatus = '00'
                   PERFORM UNTIL WS-ParcelaStatus = '10'
                       READ ParcelaFile
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               PERFORM DatarPelaParcela
                       END-READ
                   END-PERFORM
                   CLOSE ParcelaFile
               END-IF
           END-IF

           PERFORM VARYING WS-CandIdx FROM 1 BY 1
                   UNTIL WS-CandIdx > WS-CandQtde
               IF WS-CandEncerramento(WS-CandIdx) >= WS-DataCorte
                   MOVE 'N' TO WS-CandArquivar(WS-CandIdx)
               END-IF
           END-PERFORM.

       IncluirCandidato.
           MOVE EmprestimoContaNumero TO WS-ContaBusca
           PERFORM VerificarContaRetida
           IF WS-ContaRetida = 'S'
               ADD 1 TO WS-RetidosTrava
           ELSE
           IF WS-CandQtde < 3000
               ADD 1 TO WS-CandQtde
               MOVE EmprestimoID TO WS-CandID(WS-CandQtde)
               MOVE EmprestimoSucessorID
                   TO WS-CandSucessor(WS-CandQtde)
               MOVE EmprestimoDataContratacao
                   TO WS-CandEncerramento(WS-CandQtde)
               MOVE 'S' TO WS-CandArquivar(WS-CandQtde)
               IF EmprestimoRenegociado
                   MOVE 'S' TO WS-TemRenegociado
               END-IF
           END-IF
           END-IF.

       DatarPeloSucessor.
           PERFORM VARYING WS-CandIdx FROM 1 BY 1
                   UNTIL WS-CandIdx > WS-CandQtde
               IF WS-CandSucessor(WS-CandIdx) = EmprestimoID AND
                       EmprestimoDataContratacao >
                       WS-CandEncerramento(WS-CandIdx)
                   MOVE EmprestimoDataContratacao
                       TO WS-CandEncerramento(WS-CandIdx)
               END-IF
           END-PERFORM.

       DatarPelaParcela.
           MOVE ParcelaEmprestimoID TO WS-CandBusca
           PERFORM ProcurarCandidato
           IF WS-CandAchado = 'S'
               IF ParcelaPendente OR ParcelaAtrasada
                   MOVE 'N' TO WS-CandArquivar(WS-CandIdx)
               ELSE
               IF ParcelaDataPagamento NUMERIC AND
                       ParcelaDataPagamento >
                       WS-CandEncerramento(WS-CandIdx)
                   MOVE ParcelaDataPagamento
                       TO WS-CandEncerramento(WS-CandIdx)
               END-IF
               END-IF
           END-IF.

       ProcurarCandidato.
           MOVE 'N' TO WS-CandAchado
           PERFORM VARYING WS-CandIdx FROM 1 BY 1
                   UNTIL WS-CandIdx > WS-CandQtde
                      OR WS-CandID(WS-CandIdx) = WS-CandBusca
               CONTINUE
           END-PERFORM
           IF WS-CandIdx <= WS-CandQtde
               MOVE 'S' TO WS-CandAchado
           END-IF.

       ArquivarEmprestimos.
           MOVE 'EMPR' TO WS-HistOrigem
           MOVE 'emprestimos' TO WS-HistPrefixo
           PERFORM AbrirGeracao
           OPEN INPUT EmprestimoFile
           IF WS-EmprestStatus = '00'
               PERFORM UNTIL WS-EmprestStatus = '10'
                   READ EmprestimoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-ExecLidos
                           MOVE EmprestimoID TO WS-CandBusca
                           PERFORM ProcurarCandidato
                           IF WS-CandAchado = 'S' AND
                                   WS-CandArquivar(WS-CandIdx) = 'S'
                               MOVE EmprestimoRecord TO HistoricoLinha
                               WRITE HistoricoLinha
                               ADD 1 TO WS-HistQtde
                           ELSE
                               MOVE EmprestimoRecord TO AtivoTempLinha
                               WRITE AtivoTempLinha
                               ADD 1 TO WS-MantidosQtde
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF
           MOVE WS-HistQtde TO WS-EmpArquivados
           PERFORM FecharGeracao.

       ArquivarParcelas.
           MOVE 'PARC' TO WS-HistOrigem
           MOVE 'parcelas' TO WS-HistPrefixo
           PERFORM AbrirGeracao
           OPEN INPUT ParcelaFile
           IF WS-ParcelaStatus = '00'
               PERFORM UNTIL WS-ParcelaStatus = '10'
                   READ ParcelaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-ExecLidos
                           MOVE ParcelaEmprestimoID TO WS-CandBusca
                           PERFORM ProcurarCandidato
                           IF WS-CandAchado = 'S' AND
                                   WS-CandArquivar(WS-CandIdx) = 'S'
                               MOVE ParcelaRecord TO HistoricoLinha
                               WRITE HistoricoLinha
                               ADD 1 TO WS-HistQtde
                           ELSE
                               MOVE ParcelaRecord TO AtivoTempLinha
                               WRITE AtivoTempLinha
                               ADD 1 TO WS-MantidosQtde
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF
           MOVE WS-HistQtde TO WS-ParcArquivadas
           PERFORM FecharGeracao.

       ArquivarAplicacoes.
           MOVE 'APLI' TO WS-HistOrigem
           MOVE 'aplicacoes' TO WS-HistPrefixo
           PERFORM AbrirGeracao
           OPEN INPUT AplicacaoFile
           IF WS-AplicStatus = '00'
               PERFORM UNTIL WS-AplicStatus = '10'
                   READ AplicacaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-ExecLidos
                           PERFORM TratarAplicacao
                   END-READ
               END-PERFORM
               CLOSE AplicacaoFile
           END-IF
           MOVE WS-HistQtde TO WS-AplicArquivadas
           PERFORM FecharGeracao.

       TratarAplicacao.
           MOVE 'N' TO WS-ContaRetida
           IF (AplicacaoResgatada OR AplicacaoLiquidada) AND
                   NOT AplicacaoCaucionada AND
                   AplicacaoDataVencimento < WS-DataCorte
               MOVE AplicacaoContaNumero TO WS-ContaBusca
               PERFORM VerificarContaRetida
               IF WS-ContaRetida = 'S'
                   ADD 1 TO WS-RetidosTrava
               ELSE
                   MOVE AplicacaoRecord TO HistoricoLinha
                   WRITE HistoricoLinha
                   ADD 1 TO WS-HistQtde
               END-IF
           ELSE
               MOVE 'S' TO WS-ContaRetida
           END-IF
           IF WS-ContaRetida = 'S'
               MOVE AplicacaoRecord TO AtivoTempLinha
               WRITE AtivoTempLinha
               ADD 1 TO WS-MantidosQtde
           END-IF.

       ArquivarCheques.
           MOVE 'CHEQ' TO WS-HistOrigem
           MOVE 'cheques' TO WS-HistPrefixo
           PERFORM AbrirGeracao
           OPEN INPUT ChequeFile
           IF WS-ChequeStatus = '00'
               PERFORM UNTIL WS-ChequeStatus = '10'
                   READ ChequeFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-ExecLidos
                           PERFORM TratarCheque
                   END-READ
               END-PERFORM
               CLOSE ChequeFile
           END-IF
           MOVE WS-HistQtde TO WS-ChequesArquivados
           PERFORM FecharGeracao.

       TratarCheque.
           MOVE 'N' TO WS-ContaRetida
           IF ChequeCompensado AND ChequeDataEvento < WS-DataCorte
               MOVE ChequeContaNumero TO WS-ContaBusca
               PERFORM VerificarContaRetida
               IF WS-ContaRetida = 'S'
                   ADD 1 TO WS-RetidosTrava
               ELSE
                   MOVE ChequeRecord TO HistoricoLinha
                   WRITE HistoricoLinha
                   ADD 1 TO WS-HistQtde
               END-IF
           ELSE
               MOVE 'S' TO WS-ContaRetida
           END-IF
           IF WS-ContaRetida = 'S'
               MOVE ChequeRecord TO AtivoTempLinha
               WRITE AtivoTempLinha
               ADD 1 TO WS-MantidosQtde
           END-IF.

      * Geração <prefixo>_hist_AAAAMMDD.dat e cópia de trabalho
      * <prefixo>.tmp do que fica no ativo.
       AbrirGeracao.
           MOVE 0 TO WS-HistQtde
           MOVE 0 TO WS-MantidosQtde
           MOVE SPACES TO WS-HistFileName
           STRING WS-HistPrefixo DELIMITED BY SPACE
                  '_hist_' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-HistFileName
           MOVE SPACES TO WS-TempFileName
           STRING WS-HistPrefixo DELIMITED BY SPACE
                  '.tmp' DELIMITED BY SIZE
               INTO WS-TempFileName
           MOVE SPACES TO WS-AtivoFileName
           STRING WS-HistPrefixo DELIMITED BY SPACE
                  '.dat' DELIMITED BY SIZE
               INTO WS-AtivoFileName
           OPEN OUTPUT HistoricoFile
           OPEN OUTPUT AtivoTempFile.

      * Sem nada arquivado o ativo fica como estava e a geração vazia
      * é descartada; senão a cópia de trabalho substitui o ativo e
      * a geração entra no catálogo.
       FecharGeracao.
           CLOSE HistoricoFile
           CLOSE AtivoTempFile
           MOVE SPACES TO WS-ComandoSistema
           IF WS-HistQtde = 0
               STRING 'rm -f ' DELIMITED BY SIZE
                      WS-HistFileName DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-TempFileName DELIMITED BY SPACE
                   INTO WS-ComandoSistema
               CALL 'SYSTEM' USING WS-ComandoSistema
           ELSE
               STRING 'mv ' DELIMITED BY SIZE
                      WS-TempFileName DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-AtivoFileName DELIMITED BY SPACE
                   INTO WS-ComandoSistema
               CALL 'SYSTEM' USING WS-ComandoSistema
               MOVE WS-HistOrigem TO HistCatOrigem
               MOVE WS-HistFileName TO HistCatNome
               MOVE WS-DataCorte TO HistCatDataCorte
               MOVE WS-DataHojeOrd TO HistCatDataGeracao
               MOVE WS-HistQtde TO HistCatRegistros
               OPEN EXTEND HistCatFile
               IF WS-HistCatStatus = '35'
                   OPEN OUTPUT HistCatFile
               END-IF
               WRITE HistoricoCatalogoRecord
               CLOSE HistCatFile
               DISPLAY 'Geração ' WS-HistFileName ': ' WS-HistQtde
                   ' registro(s).'
           END-IF.

       END PROGRAM ArquivarContratos.
