       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExecucaoParticionada.

      *****************************************************************
      *  ExecucaoParticionada.cbl - Controle da janela noturna
      *  particionada por faixa de agência. Os jobs particionáveis
      *    1. JurosPoupanca        (mensal)
      *    2. TarifaManutencao     (mensal)
      *    3. ReconciliacaoLedger  (diário)
      *    4. FechamentoDiario     (diário, com histórico de saldos)
      *  rodam uma cópia por faixa de particoes.dat ao mesmo tempo,
      *  cada uma lançada pelo agendador com CFIN_PARTICAO=nn e com
      *  run-control e diário próprios em nome de '<job>.Pnn'.
      *  Este programa:
      *    [F] lista as faixas e aponta agências sem faixa;
      *    [I] inclui faixa, recusando sobreposição;
      *    [S] mostra a situação de cada partição de um job no
      *        período (mês corrente ou dia, conforme o job);
      *    [C] consolida: só com todas as partições concluídas,
      *        trava o período do job no run-control, grava 'INI' e
      *        'FIM' em nome do próprio job com os contadores somados
      *        (é esse 'FIM' que o FechamentoMensal confere) e, no
      *        fechamento diário, junta os relatórios das partições
      *        no consolidado da diretoria e anexa os históricos de
      *        saldo ao saldos_diarios.dat.
      *  Partição com falha ou sem 'FIM' é listada para reexecução
      *  isolada; as concluídas não rodam de novo.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParticaoFile ASSIGN TO 'particoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PartFileStatus.

           SELECT ExecucaoFile ASSIGN TO 'execucoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ExecFileStatus.

           SELECT ParteFile ASSIGN DYNAMIC WS-ParteFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParteFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

           SELECT SaldoParteFile ASSIGN DYNAMIC WS-SaldoParteFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SaldoParteStatus.

           SELECT SaldoDiarioFile ASSIGN TO 'saldos_diarios.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SaldoDiaStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ParticaoFile.
       COPY PARTREC.

       FD  ExecucaoFile.
       COPY EXECREC.

       FD  ParteFile.
       01  ParteLine               PIC X(132).

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       FD  SaldoParteFile.
       01  SaldoParteRecord.
           05  SaldoParteData        PIC 9(8).
           05  SaldoParteConta       PIC 9(7).
           05  SaldoParteSaldo       PIC S9(7)V99.
           05  SaldoParteMoeda       PIC X(3).
           05  SaldoParteValorBRL    PIC S9(9)V99.

       FD  SaldoDiarioFile.
       COPY SALDODIAREC.

       WORKING-STORAGE SECTION.
       01  WS-PartFileStatus    PIC XX.
       01  WS-ExecFileStatus    PIC XX.
       01  WS-ParteFileStatus   PIC XX.
       01  WS-RptFileStatus     PIC XX.
       01  WS-SaldoParteStatus  PIC XX.
       01  WS-SaldoDiaStatus    PIC XX.
       01  WS-ParteFileName     PIC X(40).
       01  WS-ReportFileName    PIC X(40).
       01  WS-SaldoParteFileName PIC X(40).
       01  WS-OperacaoMenu      PIC X(60) VALUE
           '[F]aixas [I]ncluir [S]ituação [C]onsolidar [E]Sair: '.
       01  WS-OperacaoChoice    PIC X.
       01  WS-ExitFlag          PIC X VALUE 'N'.

      * Jobs particionáveis: nome, periodicidade (M = competência
      * mensal, D = dia) e se o job trava o período no run-control.
       01  WS-JobsDados.
           05  FILLER           PIC X(22)
               VALUE 'JurosPoupanca       MS'.
           05  FILLER           PIC X(22)
               VALUE 'TarifaManutencao    MS'.
           05  FILLER           PIC X(22)
               VALUE 'ReconciliacaoLedger DN'.
           05  FILLER           PIC X(22)
               VALUE 'FechamentoDiario    DS'.
       01  WS-JobsTabela REDEFINES WS-JobsDados.
           05  WS-Job OCCURS 4 TIMES.
               10  WS-JobNome       PIC X(20).
               10  WS-JobPeriodo    PIC X.
               10  WS-JobTrava      PIC X.
       01  WS-JobEscolha        PIC X.
       01  WS-JobIdx            PIC 9 VALUE 0.

      * Faixas de particoes.dat em memória, em ordem de agência, com
      * a situação da partição no período apurada no diário.
       01  WS-QtdeFaixas        PIC 9(2) VALUE 0.
       01  WS-FaixasTabela.
           05  WS-Faixa OCCURS 99 TIMES.
               10  WS-FxNumero      PIC 9(2).
               10  WS-FxAgIni       PIC 9(4).
               10  WS-FxAgFim       PIC 9(4).
               10  WS-FxNome        PIC X(20).
               10  WS-FxEvento      PIC X(3).
               10  WS-FxSituacao    PIC X(4).
               10  WS-FxLidos       PIC 9(7).
               10  WS-FxPostados    PIC 9(7).
               10  WS-FxRejeitados  PIC 9(7).
       01  WS-FaixaTroca        PIC X(58).
       01  WS-FxIdx             PIC 9(2) VALUE 0.
       01  WS-FxIdx2            PIC 9(2) VALUE 0.
       01  WS-ProximaAgencia    PIC 9(5) VALUE 0.
       01  WS-AgenciaAnterior   PIC 9(4) VALUE 0.
       01  WS-LacunaFim         PIC 9(4) VALUE 0.

       01  WS-NovoNumero        PIC 9(2) VALUE 0.
       01  WS-NovoAgIni         PIC 9(4) VALUE 0.
       01  WS-NovoAgFim         PIC 9(4) VALUE 0.
       01  WS-FaixaValida       PIC X VALUE 'S'.

       01  WS-DataHoje.
           05  WS-AnoHoje          PIC 9(4).
           05  WS-MesHoje          PIC 9(2).
           05  WS-DiaHoje          PIC 9(2).
       01  WS-DataHojeNum       PIC 9(8) VALUE 0.
       01  WS-DataHojeBR        PIC X(10).
       01  WS-NoPeriodo         PIC X VALUE 'N'.
       01  WS-JobConsolidado    PIC X VALUE 'N'.
       01  WS-Pendentes         PIC 9(2) VALUE 0.
       01  WS-Divergentes       PIC 9(2) VALUE 0.
       01  WS-SituacaoTexto     PIC X(30).
       01  WS-LinhasLidas       PIC 9(7) VALUE 0.
       01  WS-TotalSaldo        PIC S9(9)V99 VALUE 0.
       01  WS-SaldosAnexados    PIC 9(7) VALUE 0.

       01  WS-RunPrograma       PIC X(20).
       01  WS-RunCompetencia    PIC 9(8) VALUE 0.
       01  WS-RunOperador       PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado     PIC X VALUE 'N'.
       01  WS-ExecPrograma      PIC X(20).
       01  WS-ExecEvento        PIC X(3).
       01  WS-ExecLidos         PIC 9(7) VALUE 0.
       01  WS-ExecPostados      PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados    PIC 9(7) VALUE 0.
       01  WS-ExecSituacao      PIC X(4) VALUE 'OK'.
       01  WS-SpoolArquivo      PIC X(40).
       01  WS-SpoolPrograma     PIC X(20) VALUE 'FechamentoDiario'.
       01  WS-SpoolTipo         PIC X(4) VALUE 'FECH'.
       01  WS-SpoolAlvo         PIC X(20) VALUE 'CONSOLIDADO'.
       01  WS-SpoolRestrito     PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeNum
           STRING WS-DiaHoje '/' WS-MesHoje '/' WS-AnoHoje
               INTO WS-DataHojeBR

           DISPLAY 'Execução particionada por faixa de agência'
           DISPLAY '------------------------------------------'
           PERFORM OperacoesParticao
           STOP RUN.

       OperacoesParticao.
           DISPLAY WS-OperacaoMenu
           ACCEPT WS-OperacaoChoice

           EVALUATE WS-OperacaoChoice
               WHEN 'F'
               WHEN 'f'
                   PERFORM ListarFaixas
               WHEN 'I'
               WHEN 'i'
                   PERFORM IncluirFaixa
               WHEN 'S'
               WHEN 's'
                   PERFORM EscolherJob
                   IF WS-JobIdx > 0
                       PERFORM ApurarSituacao
                       PERFORM MostrarSituacao
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   PERFORM EscolherJob
                   IF WS-JobIdx > 0
                       PERFORM ConsolidarJob
                   END-IF
               WHEN 'E'
               WHEN 'e'
                   MOVE 'Y' TO WS-ExitFlag
                   DISPLAY 'Operação encerrada.'
               WHEN OTHER
                   DISPLAY 'Opção inválida!'
           END-EVALUATE

           IF WS-ExitFlag = 'N'
               PERFORM OperacoesParticao
           END-IF.

      * Carrega particoes.dat e ordena pela agência inicial, para a
      * listagem apontar as lacunas e o consolidado sair em ordem.
       CarregarFaixas.
           MOVE 0 TO WS-QtdeFaixas
           OPEN INPUT ParticaoFile
           IF WS-PartFileStatus = '00'
               PERFORM UNTIL WS-PartFileStatus = '10'
                   READ ParticaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-QtdeFaixas < 99
                               ADD 1 TO WS-QtdeFaixas
                               MOVE PartNumero TO
                                   WS-FxNumero(WS-QtdeFaixas)
                               MOVE PartAgenciaIni TO
                                   WS-FxAgIni(WS-QtdeFaixas)
                               MOVE PartAgenciaFim TO
                                   WS-FxAgFim(WS-QtdeFaixas)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParticaoFile
           END-IF

           PERFORM VARYING WS-FxIdx FROM 1 BY 1
                   UNTIL WS-FxIdx >= WS-QtdeFaixas
               PERFORM VARYING WS-FxIdx2 FROM 1 BY 1
                       UNTIL WS-FxIdx2 > WS-QtdeFaixas - WS-FxIdx
                   IF WS-FxAgIni(WS-FxIdx2) >
                           WS-FxAgIni(WS-FxIdx2 + 1)
                       MOVE WS-Faixa(WS-FxIdx2) TO WS-FaixaTroca
                       MOVE WS-Faixa(WS-FxIdx2 + 1) TO
                           WS-Faixa(WS-FxIdx2)
                       MOVE WS-FaixaTroca TO WS-Faixa(WS-FxIdx2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ListarFaixas.
           PERFORM CarregarFaixas
           IF WS-QtdeFaixas = 0
               DISPLAY 'Nenhuma faixa cadastrada: os jobs rodam'
               DISPLAY 'inteiros, sem partição.'
           ELSE
               DISPLAY 'Partição | Agências'
               MOVE 0 TO WS-ProximaAgencia
               PERFORM VARYING WS-FxIdx FROM 1 BY 1
                       UNTIL WS-FxIdx > WS-QtdeFaixas
                   IF WS-FxAgIni(WS-FxIdx) > WS-ProximaAgencia
                       MOVE WS-ProximaAgencia TO WS-AgenciaAnterior
                       COMPUTE WS-LacunaFim = WS-FxAgIni(WS-FxIdx) - 1
                       DISPLAY '  ATENÇÃO: agências '
                           WS-AgenciaAnterior ' a ' WS-LacunaFim
                           ' fora de qualquer faixa!'
                   END-IF
                   DISPLAY '   ' WS-FxNumero(WS-FxIdx) '     | '
                       WS-FxAgIni(WS-FxIdx) ' a '
                       WS-FxAgFim(WS-FxIdx)
                   COMPUTE WS-ProximaAgencia =
                       WS-FxAgFim(WS-FxIdx) + 1
               END-PERFORM
               IF WS-ProximaAgencia <= 9999
                   MOVE WS-ProximaAgencia TO WS-AgenciaAnterior
                   DISPLAY '  ATENÇÃO: agências '
                       WS-AgenciaAnterior ' a 9999'
                       ' fora de qualquer faixa!'
               END-IF
           END-IF.

      * Faixa nova não pode repetir o número de partição nem cobrir
      * agência de outra faixa: cada conta é processada por uma só
      * cópia do job.
       IncluirFaixa.
           PERFORM CarregarFaixas
           MOVE 'S' TO WS-FaixaValida
           DISPLAY 'Número da partição (01-99): '
           ACCEPT WS-NovoNumero
           DISPLAY 'Agência inicial: '
           ACCEPT WS-NovoAgIni
           DISPLAY 'Agência final: '
           ACCEPT WS-NovoAgFim

           IF WS-NovoNumero = 0
               DISPLAY 'Número de partição inválido.'
               MOVE 'N' TO WS-FaixaValida
           END-IF
           IF WS-NovoAgIni > WS-NovoAgFim
               DISPLAY 'Agência inicial maior que a final.'
               MOVE 'N' TO WS-FaixaValida
           END-IF
           PERFORM VARYING WS-FxIdx FROM 1 BY 1
                   UNTIL WS-FxIdx > WS-QtdeFaixas
               IF WS-FxNumero(WS-FxIdx) = WS-NovoNumero
                   DISPLAY 'Partição ' WS-NovoNumero
                       ' já cadastrada.'
                   MOVE 'N' TO WS-FaixaValida
               END-IF
               IF WS-NovoAgIni <= WS-FxAgFim(WS-FxIdx) AND
                       WS-NovoAgFim >= WS-FxAgIni(WS-FxIdx)
                   DISPLAY 'Sobrepõe a partição '
                       WS-FxNumero(WS-FxIdx) ' (agências '
                       WS-FxAgIni(WS-FxIdx) ' a '
                       WS-FxAgFim(WS-FxIdx) ').'
                   MOVE 'N' TO WS-FaixaValida
               END-IF
           END-PERFORM

           IF WS-FaixaValida = 'S'
               OPEN EXTEND ParticaoFile
               IF WS-PartFileStatus = '35'
                   OPEN OUTPUT ParticaoFile
               END-IF
               MOVE WS-NovoNumero TO PartNumero
               MOVE WS-NovoAgIni TO PartAgenciaIni
               MOVE WS-NovoAgFim TO PartAgenciaFim
               WRITE ParticaoRecord
               CLOSE ParticaoFile
               DISPLAY 'Faixa incluída.'
           ELSE
               DISPLAY 'Faixa não incluída.'
           END-IF.

       EscolherJob.
           PERFORM VARYING WS-JobIdx FROM 1 BY 1 UNTIL WS-JobIdx > 4
               DISPLAY '  ' WS-JobIdx ' - ' WS-JobNome(WS-JobIdx)
           END-PERFORM
           DISPLAY 'Job (1-4): '
           ACCEPT WS-JobEscolha
           IF WS-JobEscolha < '1' OR WS-JobEscolha > '4'
               DISPLAY 'Opção inválida.'
               MOVE 0 TO WS-JobIdx
           ELSE
               MOVE WS-JobEscolha TO WS-JobIdx
           END-IF.

      * Situação de cada partição no período: vale o último evento
      * do diário em nome de '<job>.Pnn'. 'FIM' com OK (ou DIVG na
      * reconciliação, que terminou e apontou divergência) conclui
      * a partição; 'INI' sem 'FIM' é partição em curso ou
      * abortada.
       ApurarSituacao.
           PERFORM CarregarFaixas
           PERFORM VARYING WS-FxIdx FROM 1 BY 1
                   UNTIL WS-FxIdx > WS-QtdeFaixas
               MOVE SPACES TO WS-FxNome(WS-FxIdx)
               STRING WS-JobNome(WS-JobIdx)(1:16) DELIMITED BY SPACE
                      '.P' DELIMITED BY SIZE
                      WS-FxNumero(WS-FxIdx) DELIMITED BY SIZE
                   INTO WS-FxNome(WS-FxIdx)
               MOVE SPACES TO WS-FxEvento(WS-FxIdx)
               MOVE SPACES TO WS-FxSituacao(WS-FxIdx)
               MOVE 0 TO WS-FxLidos(WS-FxIdx)
               MOVE 0 TO WS-FxPostados(WS-FxIdx)
               MOVE 0 TO WS-FxRejeitados(WS-FxIdx)
           END-PERFORM

           MOVE 'N' TO WS-JobConsolidado
           OPEN INPUT ExecucaoFile
           IF WS-ExecFileStatus = '00'
               PERFORM UNTIL WS-ExecFileStatus = '10'
                   READ ExecucaoFile INTO ExecucaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM VerificarPeriodo
                           IF WS-NoPeriodo = 'S'
                               PERFORM RegistrarEvento
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ExecucaoFile
           END-IF

           MOVE 0 TO WS-Pendentes
           MOVE 0 TO WS-Divergentes
           PERFORM VARYING WS-FxIdx FROM 1 BY 1
                   UNTIL WS-FxIdx > WS-QtdeFaixas
               IF WS-FxEvento(WS-FxIdx) NOT = 'FIM' OR
                       (WS-FxSituacao(WS-FxIdx)(1:2) NOT = 'OK' AND
                        WS-FxSituacao(WS-FxIdx) NOT = 'DIVG')
                   ADD 1 TO WS-Pendentes
               END-IF
               IF WS-FxEvento(WS-FxIdx) = 'FIM' AND
                       WS-FxSituacao(WS-FxIdx) = 'DIVG'
                   ADD 1 TO WS-Divergentes
               END-IF
           END-PERFORM.

       VerificarPeriodo.
           MOVE 'N' TO WS-NoPeriodo
           IF WS-JobPeriodo(WS-JobIdx) = 'M'
               IF ExecData(1:6) = WS-DataHoje(1:6)
                   MOVE 'S' TO WS-NoPeriodo
               END-IF
           ELSE
               IF ExecData = WS-DataHojeNum
                   MOVE 'S' TO WS-NoPeriodo
               END-IF
           END-IF.

       RegistrarEvento.
           IF ExecPrograma = WS-JobNome(WS-JobIdx) AND
                   ExecEvento = 'FIM' AND
                   (ExecSituacao(1:2) = 'OK' OR
                    ExecSituacao = 'DIVG')
               MOVE 'S' TO WS-JobConsolidado
           END-IF
           PERFORM VARYING WS-FxIdx FROM 1 BY 1
                   UNTIL WS-FxIdx > WS-QtdeFaixas
               IF ExecPrograma = WS-FxNome(WS-FxIdx)
                   MOVE ExecEvento TO WS-FxEvento(WS-FxIdx)
                   MOVE ExecSituacao TO WS-FxSituacao(WS-FxIdx)
                   MOVE ExecLidos TO WS-FxLidos(WS-FxIdx)
                   MOVE ExecPostados TO WS-FxPostados(WS-FxIdx)
                   MOVE ExecRejeitados TO WS-FxRejeitados(WS-FxIdx)
               END-IF
           END-PERFORM.

       MostrarSituacao.
           DISPLAY 'Situação de ' WS-JobNome(WS-JobIdx)
           IF WS-QtdeFaixas = 0
               DISPLAY 'Nenhuma faixa cadastrada em particoes.dat.'
           END-IF
           PERFORM VARYING WS-FxIdx FROM 1 BY 1
                   UNTIL WS-FxIdx > WS-QtdeFaixas
               EVALUATE TRUE
                   WHEN WS-FxEvento(WS-FxIdx) = SPACES
                       MOVE 'NÃO EXECUTADA' TO WS-SituacaoTexto
                   WHEN WS-FxEvento(WS-FxIdx) = 'INI'
                       MOVE 'EM CURSO OU ABORTADA' TO WS-SituacaoTexto
                   WHEN WS-FxSituacao(WS-FxIdx)(1:2) = 'OK'
                       MOVE 'CONCLUÍDA' TO WS-SituacaoTexto
                   WHEN WS-FxSituacao(WS-FxIdx) = 'DIVG'
                       MOVE 'CONCLUÍDA COM DIVERGÊNCIA'
                           TO WS-SituacaoTexto
                   WHEN OTHER
                       MOVE SPACES TO WS-SituacaoTexto
                       STRING 'FALHOU (' WS-FxSituacao(WS-FxIdx) ')'
                           DELIMITED BY SIZE INTO WS-SituacaoTexto
               END-EVALUATE
               DISPLAY '  ' WS-FxNome(WS-FxIdx) ' agências '
                   WS-FxAgIni(WS-FxIdx) '-' WS-FxAgFim(WS-FxIdx)
                   ': ' WS-SituacaoTexto
           END-PERFORM
           IF WS-JobConsolidado = 'S'
               DISPLAY 'Job já consolidado no período.'
           END-IF.

      * Só consolida com todas as partições concluídas; senão lista
      * o que reexecutar, sem tocar nas partições já concluídas.
       ConsolidarJob.
           PERFORM ApurarSituacao
           IF WS-QtdeFaixas = 0
               DISPLAY 'Nenhuma faixa cadastrada em particoes.dat.'
           ELSE
           IF WS-JobConsolidado = 'S'
               DISPLAY WS-JobNome(WS-JobIdx)
                   ' já consolidado no período.'
           ELSE
           IF WS-Pendentes > 0
               PERFORM MostrarSituacao
               DISPLAY 'Consolidação negada: ' WS-Pendentes
                   ' partição(ões) sem conclusão.'
               DISPLAY 'Reexecute só essas partições, com'
               DISPLAY 'CFIN_PARTICAO=nn, e consolide de novo.'
           ELSE
               PERFORM GravarConsolidacao
           END-IF
           END-IF
           END-IF.

       GravarConsolidacao.
           MOVE WS-JobNome(WS-JobIdx) TO WS-RunPrograma
           IF WS-JobPeriodo(WS-JobIdx) = 'M'
               COMPUTE WS-RunCompetencia =
                   FUNCTION NUMVAL(WS-DataHoje(1:6)) * 100
           ELSE
               MOVE WS-DataHojeNum TO WS-RunCompetencia
           END-IF
           MOVE 'S' TO WS-RunAutorizado
           IF WS-JobTrava(WS-JobIdx) = 'S'
      *        'C': consolidação, que grava o nome do job inteiro
      *        depois das partições sem cair na trava entre os dois.
               MOVE 'C' TO WS-RunAutorizado
               CALL 'ControleExecucao' USING WS-RunPrograma
                   WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           END-IF

           IF WS-RunAutorizado NOT = 'S'
               DISPLAY 'Consolidação não autorizada.'
           ELSE
               MOVE WS-JobNome(WS-JobIdx) TO WS-ExecPrograma
               MOVE 'INI' TO WS-ExecEvento
               MOVE 0 TO WS-ExecLidos
               MOVE 0 TO WS-ExecPostados
               MOVE 0 TO WS-ExecRejeitados
               MOVE 'OK' TO WS-ExecSituacao
               CALL 'RegistroExecucao' USING WS-ExecPrograma
                   WS-ExecEvento WS-ExecLidos WS-ExecPostados
                   WS-ExecRejeitados WS-ExecSituacao

               PERFORM VARYING WS-FxIdx FROM 1 BY 1
                       UNTIL WS-FxIdx > WS-QtdeFaixas
                   ADD WS-FxLidos(WS-FxIdx) TO WS-ExecLidos
                   ADD WS-FxPostados(WS-FxIdx) TO WS-ExecPostados
                   ADD WS-FxRejeitados(WS-FxIdx) TO WS-ExecRejeitados
               END-PERFORM
               IF WS-Divergentes > 0
                   MOVE 'DIVG' TO WS-ExecSituacao
               END-IF

               IF WS-JobNome(WS-JobIdx) = 'FechamentoDiario'
                   PERFORM ConsolidarFechamento
               END-IF

               MOVE 'FIM' TO WS-ExecEvento
               CALL 'RegistroExecucao' USING WS-ExecPrograma
                   WS-ExecEvento WS-ExecLidos WS-ExecPostados
                   WS-ExecRejeitados WS-ExecSituacao

               DISPLAY WS-JobNome(WS-JobIdx) ' consolidado: '
                   WS-QtdeFaixas ' partição(ões).'
               DISPLAY 'Lidos: ' WS-ExecLidos ' Postados: '
                   WS-ExecPostados ' Rejeitados: ' WS-ExecRejeitados
           END-IF.

      * Junta os relatórios das partições (sem o título de cada um)
      * sob um título único, com o rodapé de totais do dia, e anexa
      * o histórico de saldos de cada partição ao saldos_diarios.dat.
      * As partes por agência já foram catalogadas pelas partições.
       ConsolidarFechamento.
           MOVE 0 TO WS-TotalSaldo
           MOVE 0 TO WS-SaldosAnexados
           MOVE SPACES TO WS-ReportFileName
           STRING 'fechamento_' DELIMITED BY SIZE
                  WS-AnoHoje    DELIMITED BY SIZE
                  WS-MesHoje    DELIMITED BY SIZE
                  WS-DiaHoje    DELIMITED BY SIZE
                  '.txt'        DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING 'FECHAMENTO DIÁRIO - Data: ' WS-DataHojeBR
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           OPEN EXTEND SaldoDiarioFile
           IF WS-SaldoDiaStatus = '35'
               OPEN OUTPUT SaldoDiarioFile
           END-IF

           PERFORM VARYING WS-FxIdx FROM 1 BY 1
                   UNTIL WS-FxIdx > WS-QtdeFaixas
               PERFORM CopiarRelatorioParticao
               PERFORM AnexarSaldosParticao
           END-PERFORM
           CLOSE SaldoDiarioFile

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Movimentações do dia: ' WS-ExecPostados
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Saldo de encerramento: R$ ' WS-TotalSaldo
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile

           MOVE WS-ReportFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               WS-SpoolPrograma WS-SpoolTipo WS-RunOperador
               WS-SpoolAlvo WS-SpoolRestrito

           DISPLAY 'Relatório consolidado em ' WS-ReportFileName
           DISPLAY 'Saldos anexados ao histórico: ' WS-SaldosAnexados
           DISPLAY 'Saldo de encerramento: R$ ' WS-TotalSaldo.

       CopiarRelatorioParticao.
           MOVE SPACES TO WS-ParteFileName
           STRING 'fechamento_' DELIMITED BY SIZE
                  WS-AnoHoje    DELIMITED BY SIZE
                  WS-MesHoje    DELIMITED BY SIZE
                  WS-DiaHoje    DELIMITED BY SIZE
                  '_p'          DELIMITED BY SIZE
                  WS-FxNumero(WS-FxIdx) DELIMITED BY SIZE
                  '.txt'        DELIMITED BY SIZE
               INTO WS-ParteFileName
           MOVE 0 TO WS-LinhasLidas
           OPEN INPUT ParteFile
           IF WS-ParteFileStatus = '00'
               PERFORM UNTIL WS-ParteFileStatus = '10'
                   READ ParteFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-LinhasLidas
                           IF WS-LinhasLidas > 2
                               MOVE ParteLine TO ReportLine
                               WRITE ReportLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParteFile
           ELSE
               DISPLAY 'Relatório da partição não encontrado: '
                   WS-ParteFileName
           END-IF.

       AnexarSaldosParticao.
           MOVE SPACES TO WS-SaldoParteFileName
           STRING 'saldos_diarios_p' DELIMITED BY SIZE
                  WS-FxNumero(WS-FxIdx) DELIMITED BY SIZE
                  '.dat'        DELIMITED BY SIZE
               INTO WS-SaldoParteFileName
           OPEN INPUT SaldoParteFile
           IF WS-SaldoParteStatus = '00'
               PERFORM UNTIL WS-SaldoParteStatus = '10'
                   READ SaldoParteFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SaldoParteData = WS-DataHojeNum
                               MOVE SaldoParteRecord TO
                                   SaldoDiarioRecord
                               WRITE SaldoDiarioRecord
                               ADD 1 TO WS-SaldosAnexados
                               ADD SaldoParteValorBRL TO WS-TotalSaldo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SaldoParteFile
           END-IF.

       END PROGRAM ExecucaoParticionada.
