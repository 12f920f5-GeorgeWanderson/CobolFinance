       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiquidacaoFundos.

      *****************************************************************
      *  LiquidacaoFundos.cbl - Job diário dos fundos de
      *  investimento. Duas etapas:
      *    1. liquida os resgates pendentes de resgates_fundos.dat
      *       com data de liquidação (D+n) vencida: o valor bruto
      *       entra na conta e o IR apurado no pedido sai como
      *       movimento 'I', com a retenção em impostos_recolhidos;
      *    2. no último dia útil de maio e de novembro, o
      *       come-cotas: o IR semestral sobre o ganho de cada
      *       posição acima do custo médio é retido em quantidade de
      *       cotas (15% longo prazo, 20% curto prazo) e o custo
      *       passa a ser a cota do dia. Fundo sem a cota do dia
      *       importada fica fora e vira pendência operacional.
      *  Relatório do dia em fundos_AAAAMMDD.txt.
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

           SELECT ImpostoFile ASSIGN TO 'impostos_recolhidos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ImpFileStatus.

           SELECT FundoFile ASSIGN TO 'fundos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FundoFileStatus.

           SELECT CotaFile ASSIGN TO 'cotas_fundos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CotaFileStatus.

           SELECT PosFundoFile ASSIGN TO 'posicao_fundos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PosFileStatus.

           SELECT ResgFundoFile ASSIGN TO 'resgates_fundos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ResgFileStatus.

           SELECT MovFundoFile ASSIGN TO 'movfundos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MovFundoStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  MovimentacaoFile.
       COPY MOVREC.

       FD  ImpostoFile.
       COPY IMPREC.

       FD  FundoFile.
       COPY FUNDOREC.

       FD  CotaFile.
       COPY COTAREC.

       FD  PosFundoFile.
       COPY POSFUNDOREC.

       FD  ResgFundoFile.
       COPY RESGFUNDOREC.

       FD  MovFundoFile.
       COPY MOVFUNDOREC.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-MovFileStatus       PIC XX.
       01  WS-ImpFileStatus       PIC XX.
       01  WS-FundoFileStatus     PIC XX.
       01  WS-CotaFileStatus      PIC XX.
       01  WS-PosFileStatus       PIC XX.
       01  WS-ResgFileStatus      PIC XX.
       01  WS-MovFundoStatus      PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-MovData             PIC X(10).
       01  WS-MovHora             PIC X(8).
       01  WS-MovGravado          PIC X VALUE 'N'.
       01  WS-ContaEncontrada     PIC X VALUE 'N'.
       01  WS-ResgatesLiquidados  PIC 9(5) VALUE 0.
       01  WS-ResgatesPendentes   PIC 9(5) VALUE 0.
       01  WS-PosicoesTributadas  PIC 9(5) VALUE 0.
       01  WS-TotalComeCotas      PIC 9(9)V99 VALUE 0.
       01  WS-DiaComeCotas        PIC X VALUE 'N'.
       01  WS-DiaInteiro          PIC 9(8) VALUE 0.
      * Fundos com classe tributária e a cota do dia (come-cotas).
       01  WS-FundoQtde           PIC 9(3) VALUE 0.
       01  WS-FundoTabela.
           05  WS-FundoLinha OCCURS 200 TIMES.
               10  WS-FundoTabCodigo  PIC 9(4).
               10  WS-FundoTabClasse  PIC X(1).
               10  WS-FundoTabCota    PIC 9(5)V9(8).
       01  WS-FundoIdx            PIC 9(3) VALUE 0.
       01  WS-FundoAchado         PIC X VALUE 'N'.
       01  WS-GanhoPosicao        PIC S9(9)V99 VALUE 0.
       01  WS-AliquotaIR          PIC 9V9(3) VALUE 0.
       01  WS-ValorIR             PIC 9(7)V99 VALUE 0.
       01  WS-CotasRetidas        PIC 9(9)V9(6) VALUE 0.
       01  WS-ImpostoTipoGrava    PIC X(3).
       01  WS-ImpostoContaGrava   PIC 9(7) VALUE 0.
       01  WS-ImpostoFundoGrava   PIC 9(5) VALUE 0.
       01  WS-ImpostoValorGrava   PIC 9(7)V99 VALUE 0.
       01  WS-UtilFuncao          PIC X(8).
       01  WS-UtilEntrada         PIC 9(8) VALUE 0.
       01  WS-UtilSaida           PIC 9(8) VALUE 0.
       01  WS-UtilResultado       PIC X VALUE 'N'.
       01  WS-PendOrigem          PIC X(20) VALUE 'LiquidacaoFundos'.
       01  WS-PendTipo            PIC X(4) VALUE 'COTA'.
       01  WS-PendConta           PIC 9(7) VALUE 0.
       01  WS-PendValor           PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao       PIC X(60).
       01  WS-RunPrograma       PIC X(20) VALUE 'LiquidacaoFundos'.
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
           COMPUTE WS-DataHojeOrd =
               WS-AnoHoje * 10000 + WS-MesHoje * 100 + WS-DiaHoje
           MOVE WS-DataHoje TO WS-MovData
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-MovHora

      *    Guarda de reexecução: rodar duas vezes no mesmo dia
      *    creditaria resgates e reteria come-cotas em dobro.
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

           STRING 'fundos_' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING 'FUNDOS DE INVESTIMENTO - movimento de '
                  DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine

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

           DISPLAY 'Liquidando resgates de fundos...'
           PERFORM LiquidarResgates

           CLOSE MovimentacaoFile
           CLOSE ContaFile

           PERFORM VerificarDiaComeCotas
           IF WS-DiaComeCotas = 'S'
               DISPLAY 'Último dia útil do semestre: come-cotas...'
               PERFORM AplicarComeCotas
           END-IF

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Resgates liquidados: ' DELIMITED BY SIZE
                  WS-ResgatesLiquidados DELIMITED BY SIZE
                  '  Ainda pendentes: ' DELIMITED BY SIZE
                  WS-ResgatesPendentes DELIMITED BY SIZE
                  '  Posições no come-cotas: ' DELIMITED BY SIZE
                  WS-PosicoesTributadas DELIMITED BY SIZE
                  '  IR come-cotas R$ ' DELIMITED BY SIZE
                  WS-TotalComeCotas DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile

           MOVE WS-ResgatesLiquidados TO WS-ExecLidos
           ADD WS-ResgatesPendentes TO WS-ExecLidos
           MOVE WS-ResgatesLiquidados TO WS-ExecPostados
           ADD WS-PosicoesTributadas TO WS-ExecPostados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-RunPrograma WS-ExecEvento
               WS-ExecLidos WS-ExecPostados WS-ExecRejeitados
               WS-ExecSituacao

           DISPLAY 'Resgates liquidados: ' WS-ResgatesLiquidados
           DISPLAY 'Posições tributadas no come-cotas: '
               WS-PosicoesTributadas
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           STOP RUN.

       LiquidarResgates.
           OPEN I-O ResgFundoFile
           IF WS-ResgFileStatus = '00'
               PERFORM UNTIL WS-ResgFileStatus = '10'
                   READ ResgFundoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ResgFundoPendente
                               IF ResgFundoDataLiquidacao <=
                                       WS-DataHojeOrd
                                   PERFORM LiquidarUmResgate
                               ELSE
                                   ADD 1 TO WS-ResgatesPendentes
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ResgFundoFile
           END-IF.

      * Crédito bruto e retenção do IR como pernas separadas no
      * extrato, no mesmo esquema da liquidação de CDB.
       LiquidarUmResgate.
           MOVE 'N' TO WS-ContaEncontrada
           MOVE ResgFundoConta TO ContaNumero
           READ ContaFile
               INVALID KEY
                   MOVE 'N' TO WS-ContaEncontrada
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ContaEncontrada
           END-READ

           IF WS-ContaEncontrada = 'N'
               ADD 1 TO WS-ResgatesPendentes
               DISPLAY 'Resgate do fundo ' ResgFundoCodigo
                   ' conta ' ResgFundoConta
                   ': conta não encontrada, liquidação pendente.'
           ELSE
               ADD ResgFundoValorBruto TO ContaSaldo
               MOVE ResgFundoConta TO MovimentacaoContaNumero
               MOVE WS-MovData TO MovimentacaoData
               MOVE 0 TO MovimentacaoProtocolo
               MOVE WS-MovHora TO MovimentacaoHora
               MOVE 'G' TO MovimentacaoTipo
               MOVE ResgFundoValorBruto TO MovimentacaoValor
               MOVE ContaSaldo TO MovimentacaoSaldoApos
               MOVE SPACES TO MovimentacaoDescricao
               STRING 'Resgate de fundo ' DELIMITED BY SIZE
                      ResgFundoCodigo DELIMITED BY SIZE
                   INTO MovimentacaoDescricao
               MOVE 'BATCH' TO MovimentacaoOperadorID
               MOVE 0 TO MovimentacaoContaRelacionada
               PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'LiquidacaoFundos    '
               'movimentacao    ' MovimentacaoRecord

               IF ResgFundoValorIR > 0
                   SUBTRACT ResgFundoValorIR FROM ContaSaldo
                   MOVE 'I' TO MovimentacaoTipo
                   MOVE ResgFundoValorIR TO MovimentacaoValor
                   MOVE ContaSaldo TO MovimentacaoSaldoApos
                   MOVE 'IR retido sobre resgate de fundo'
                       TO MovimentacaoDescricao
                   PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'LiquidacaoFundos    '
               'movimentacao    ' MovimentacaoRecord
                   MOVE 'IR ' TO WS-ImpostoTipoGrava
                   MOVE ResgFundoConta TO WS-ImpostoContaGrava
                   MOVE ResgFundoCodigo TO WS-ImpostoFundoGrava
                   MOVE ResgFundoValorIR TO WS-ImpostoValorGrava
                   PERFORM GravarImpostoRetido
               END-IF

               REWRITE ContaRecord
           CALL 'GravarJournal' USING 'LiquidacaoFundos    '
               'contas          ' ContaRecord

               MOVE 'L' TO ResgFundoStatus
               REWRITE ResgFundoRecord
               ADD 1 TO WS-ResgatesLiquidados

               MOVE SPACES TO ReportLine
               STRING 'Resgate fundo ' DELIMITED BY SIZE
                      ResgFundoCodigo DELIMITED BY SIZE
                      ' conta ' DELIMITED BY SIZE
                      ResgFundoConta DELIMITED BY SIZE
                      ' pedido ' DELIMITED BY SIZE
                      ResgFundoDataPedido DELIMITED BY SIZE
                      ' bruto R$ ' DELIMITED BY SIZE
                      ResgFundoValorBruto DELIMITED BY SIZE
                      ' IR R$ ' DELIMITED BY SIZE
                      ResgFundoValorIR DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF.

      * Come-cotas no último dia útil de maio e de novembro: hoje é
      * dia útil e o próximo dia útil já cai no mês seguinte.
       VerificarDiaComeCotas.
           MOVE 'N' TO WS-DiaComeCotas
           IF WS-MesHoje = 5 OR WS-MesHoje = 11
               MOVE 'EHUTIL' TO WS-UtilFuncao
               MOVE WS-DataHojeOrd TO WS-UtilEntrada
               CALL 'Utilitarios' USING WS-UtilFuncao WS-UtilEntrada
                   WS-UtilSaida WS-UtilResultado
               IF WS-UtilResultado = 'S'
                   COMPUTE WS-DiaInteiro =
                       FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) + 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DiaInteiro)
                       TO WS-UtilEntrada
                   MOVE 'DIAUTIL' TO WS-UtilFuncao
                   CALL 'Utilitarios' USING WS-UtilFuncao
                       WS-UtilEntrada WS-UtilSaida WS-UtilResultado
                   IF WS-UtilSaida(5:2) NOT = WS-DataHoje(5:2)
                       MOVE 'S' TO WS-DiaComeCotas
                   END-IF
               END-IF
           END-IF.

       AplicarComeCotas.
           PERFORM CarregarFundosCotas
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE 'COME-COTAS DO SEMESTRE' TO ReportLine
           WRITE ReportLine

           PERFORM VARYING WS-FundoIdx FROM 1 BY 1
                   UNTIL WS-FundoIdx > WS-FundoQtde
               IF WS-FundoTabCota(WS-FundoIdx) = 0
                   MOVE SPACES TO WS-PendDescricao
                   STRING 'Fundo ' DELIMITED BY SIZE
                          WS-FundoTabCodigo(WS-FundoIdx)
                              DELIMITED BY SIZE
                          ' sem cota do dia: come-cotas pendente'
                              DELIMITED BY SIZE
                       INTO WS-PendDescricao
                   CALL 'RegistrarPendencia' USING WS-PendOrigem
                       WS-PendTipo WS-PendConta WS-PendValor
                       WS-PendDescricao
                   MOVE WS-PendDescricao TO ReportLine
                   WRITE ReportLine
               END-IF
           END-PERFORM

           OPEN I-O PosFundoFile
           IF WS-PosFileStatus = '00'
               PERFORM UNTIL WS-PosFileStatus = '10'
                   READ PosFundoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PosFundoCotas > 0
                               PERFORM TributarPosicao
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PosFundoFile
           END-IF.

      * Ganho da posição desde a última tributação (custo médio);
      * posição no prejuízo não retém nada e mantém o custo.
       TributarPosicao.
           MOVE 'N' TO WS-FundoAchado
           PERFORM VARYING WS-FundoIdx FROM 1 BY 1
                   UNTIL WS-FundoIdx > WS-FundoQtde
               IF WS-FundoTabCodigo(WS-FundoIdx) = PosFundoCodigo
                   MOVE 'S' TO WS-FundoAchado
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FundoAchado = 'S'
               IF WS-FundoTabCota(WS-FundoIdx) > 0
                   COMPUTE WS-GanhoPosicao ROUNDED =
                       PosFundoCotas *
                       (WS-FundoTabCota(WS-FundoIdx) -
                        PosFundoCustoCota)
                   IF WS-GanhoPosicao > 0
                       PERFORM ReterComeCotas
                   END-IF
               END-IF
           END-IF.

       ReterComeCotas.
           IF WS-FundoTabClasse(WS-FundoIdx) = 'C'
               MOVE 0.200 TO WS-AliquotaIR
           ELSE
               MOVE 0.150 TO WS-AliquotaIR
           END-IF
           COMPUTE WS-ValorIR ROUNDED = WS-GanhoPosicao * WS-AliquotaIR
           COMPUTE WS-CotasRetidas ROUNDED =
               WS-ValorIR / WS-FundoTabCota(WS-FundoIdx)
           IF WS-CotasRetidas > PosFundoCotas
               MOVE PosFundoCotas TO WS-CotasRetidas
           END-IF
           SUBTRACT WS-CotasRetidas FROM PosFundoCotas
           MOVE WS-FundoTabCota(WS-FundoIdx) TO PosFundoCustoCota
           REWRITE PosFundoRecord
           ADD 1 TO WS-PosicoesTributadas
           ADD WS-ValorIR TO WS-TotalComeCotas

           MOVE 'IR ' TO WS-ImpostoTipoGrava
           MOVE PosFundoConta TO WS-ImpostoContaGrava
           MOVE PosFundoCodigo TO WS-ImpostoFundoGrava
           MOVE WS-ValorIR TO WS-ImpostoValorGrava
           PERFORM GravarImpostoRetido

           MOVE WS-DataHojeOrd TO MovFundoData
           MOVE PosFundoCodigo TO MovFundoCodigo
           MOVE PosFundoConta TO MovFundoConta
           MOVE 'C' TO MovFundoTipo
           MOVE WS-CotasRetidas TO MovFundoCotas
           MOVE WS-FundoTabCota(WS-FundoIdx) TO MovFundoCota
           MOVE WS-ValorIR TO MovFundoValor
           MOVE WS-ValorIR TO MovFundoValorIR
           OPEN EXTEND MovFundoFile
           IF WS-MovFundoStatus = '35'
               OPEN OUTPUT MovFundoFile
           END-IF
           WRITE MovFundoRecord
           CLOSE MovFundoFile

           MOVE SPACES TO ReportLine
           STRING 'Come-cotas fundo ' DELIMITED BY SIZE
                  PosFundoCodigo DELIMITED BY SIZE
                  ' conta ' DELIMITED BY SIZE
                  PosFundoConta DELIMITED BY SIZE
                  ' ganho R$ ' DELIMITED BY SIZE
                  WS-GanhoPosicao DELIMITED BY SIZE
                  ' IR R$ ' DELIMITED BY SIZE
                  WS-ValorIR DELIMITED BY SIZE
                  ' cotas retidas ' DELIMITED BY SIZE
                  WS-CotasRetidas DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * Classe de cada fundo e a cota de hoje (zero quando o
      * administrador ainda não enviou a cota do dia).
       CarregarFundosCotas.
           MOVE 0 TO WS-FundoQtde
           OPEN INPUT FundoFile
           IF WS-FundoFileStatus = '00'
               PERFORM UNTIL WS-FundoFileStatus = '10'
                   READ FundoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-FundoQtde < 200
                               ADD 1 TO WS-FundoQtde
                               MOVE FundoCodigo
                                   TO WS-FundoTabCodigo(WS-FundoQtde)
                               MOVE FundoClasse
                                   TO WS-FundoTabClasse(WS-FundoQtde)
                               MOVE 0 TO WS-FundoTabCota(WS-FundoQtde)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FundoFile
           END-IF

           OPEN INPUT CotaFile
           IF WS-CotaFileStatus = '00'
               PERFORM UNTIL WS-CotaFileStatus = '10'
                   READ CotaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CotaData = WS-DataHojeOrd
                               PERFORM GuardarCotaDia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CotaFile
           END-IF.

       GuardarCotaDia.
           PERFORM VARYING WS-FundoIdx FROM 1 BY 1
                   UNTIL WS-FundoIdx > WS-FundoQtde
               IF WS-FundoTabCodigo(WS-FundoIdx) = CotaFundo
                   MOVE CotaValor TO WS-FundoTabCota(WS-FundoIdx)
               END-IF
           END-PERFORM.

       GravarImpostoRetido.
           MOVE WS-DataHojeOrd TO ImpostoData
           MOVE WS-ImpostoTipoGrava TO ImpostoTipo
           MOVE WS-ImpostoContaGrava TO ImpostoContaNumero
           MOVE WS-ImpostoFundoGrava TO ImpostoAplicacaoID
           MOVE WS-ImpostoValorGrava TO ImpostoValor
           MOVE 'F' TO ImpostoOrigem
           OPEN EXTEND ImpostoFile
           IF WS-ImpFileStatus = '35'
               OPEN OUTPUT ImpostoFile
           END-IF
           WRITE ImpostoRecord
           CLOSE ImpostoFile.

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

       END PROGRAM LiquidacaoFundos.
