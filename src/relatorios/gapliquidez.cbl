       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioGapLiquidez.

      *****************************************************************
      *  RelatorioGapLiquidez.cbl - Descasamento de prazos (gap de
      *  liquidez) para a tesouraria. Distribui os fluxos futuros em
      *  faixas de vencimento contadas da data-base (até 30 dias, 31
      *  a 90, 91 a 360 e acima de 360; o que já venceu e não foi
      *  recebido entra na primeira faixa):
      *    saídas   - vencimentos de CDB (aplicacoes.dat), conforme a
      *               instrução de vencimento, e transferências
      *               futuras pendentes para outros bancos;
      *    entradas - parcelas a receber (parcelas.dat) e boletos
      *               descontados ainda a liquidar (titulos.dat).
      *  Mostra o gap e o acumulado de cada faixa em BRL e, por
      *  moeda da conta, no valor original. Cenários: percentual de
      *  renovação dos CDBs que hoje liquidam em conta e percentual
      *  de inadimplência sobre as entradas.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT AplicacaoFile ASSIGN TO 'aplicacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AplicFileStatus.

           SELECT FuturaFile ASSIGN TO 'transferencias_futuras.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FutFileStatus.

           SELECT ParcelaFile ASSIGN TO 'parcelas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParcelaFileStatus.

           SELECT TituloFile ASSIGN TO 'titulos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TituloFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  AplicacaoFile.
       COPY APLICREC.

       FD  FuturaFile.
       COPY FUTTRANSREC.

       FD  ParcelaFile.
       COPY PARCREC.

       FD  TituloFile.
       COPY TITREC.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-AplicFileStatus     PIC XX.
       01  WS-FutFileStatus       PIC XX.
       01  WS-ParcelaFileStatus   PIC XX.
       01  WS-TituloFileStatus    PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-DataBase            PIC 9(8) VALUE 0.
       01  WS-DataVencimento      PIC 9(8) VALUE 0.
       01  WS-Dias                PIC S9(7) VALUE 0.
      * Cenários, em percentual inteiro (0 a 100).
       01  WS-PctRenovacao        PIC 9(3) VALUE 0.
       01  WS-PctInadimplencia    PIC 9(3) VALUE 0.
       01  WS-ContaMoeda          PIC X(3).
       01  WS-ValorItem           PIC 9(7)V99 VALUE 0.
       01  WS-ValorItemBRL        PIC 9(7)V99 VALUE 0.
       01  WS-Faixa               PIC 9(1) VALUE 0.
       01  WS-FaixaIdx            PIC 9(1) VALUE 0.
      * Grupos de fluxo: 1 CDB e 2 transferências futuras (saídas),
      * 3 parcelas e 4 boletos descontados (entradas).
       01  WS-Grupo               PIC 9(1) VALUE 0.
       01  WS-GrupoIdx            PIC 9(1) VALUE 0.
       01  WS-GruposTabela.
           05  WS-GrupoLinha OCCURS 4 TIMES.
               10  WS-GrupoRotulo     PIC X(30).
               10  WS-GrupoQtde       PIC 9(7).
               10  WS-GrupoFaixaBRL   PIC 9(11)V99 OCCURS 4 TIMES.
      * Mesmos fluxos no valor original, por moeda da conta.
       01  WS-QtdeMoedas          PIC 9(2) VALUE 0.
       01  WS-MoedasTabela.
           05  WS-MoedaEntrada OCCURS 10 TIMES.
               10  WS-TabMoeda        PIC X(3).
               10  WS-TabEntradas     PIC 9(11)V99 OCCURS 4 TIMES.
               10  WS-TabSaidas       PIC 9(11)V99 OCCURS 4 TIMES.
       01  WS-MoedaIdx            PIC 9(2) VALUE 0.
       01  WS-MoedaAchada         PIC X VALUE 'N'.
       01  WS-MoedasDescartadas   PIC 9(5) VALUE 0.
      * Linha de valores do relatório: quatro faixas e o total.
       01  WS-LinhaRotulo         PIC X(30).
       01  WS-LinhaValores.
           05  WS-LinhaValor      PIC S9(11)V99 OCCURS 5 TIMES.
       01  WS-Acumulado           PIC S9(11)V99 VALUE 0.
       01  WS-TotalSaidas.
           05  WS-TotSaidaFaixa   PIC S9(11)V99 OCCURS 4 TIMES.
       01  WS-TotalEntradas.
           05  WS-TotEntradaFaixa PIC S9(11)V99 OCCURS 4 TIMES.
       01  WS-ValorEd             PIC -(11)9.99.
       01  WS-Posicao             PIC 9(3) VALUE 0.
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).

       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje

           DISPLAY 'Data-base (AAAAMMDD, ENTER = hoje): '
           ACCEPT WS-DataBase
           IF WS-DataBase = 0
               MOVE WS-DataHoje TO WS-DataBase
           END-IF
           DISPLAY 'Cenário - % de renovação dos CDBs que liquidam '
               'em conta (ENTER = 0): '
           ACCEPT WS-PctRenovacao
           DISPLAY 'Cenário - % de inadimplência sobre as entradas '
               '(ENTER = 0): '
           ACCEPT WS-PctInadimplencia
           IF WS-PctRenovacao > 100 OR WS-PctInadimplencia > 100
               DISPLAY 'Percentual de cenário deve ser de 0 a 100.'
               STOP RUN
           END-IF

           MOVE 'Saídas - vencimentos de CDB' TO WS-GrupoRotulo(1)
           MOVE 'Saídas - transf. futuras' TO WS-GrupoRotulo(2)
           MOVE 'Entradas - parcelas' TO WS-GrupoRotulo(3)
           MOVE 'Entradas - boletos desc.' TO WS-GrupoRotulo(4)
           PERFORM VARYING WS-GrupoIdx FROM 1 BY 1
                   UNTIL WS-GrupoIdx > 4
               MOVE 0 TO WS-GrupoQtde(WS-GrupoIdx)
               PERFORM VARYING WS-FaixaIdx FROM 1 BY 1
                       UNTIL WS-FaixaIdx > 4
                   MOVE 0 TO WS-GrupoFaixaBRL(WS-GrupoIdx, WS-FaixaIdx)
               END-PERFORM
           END-PERFORM

           OPEN INPUT ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN INPUT ContaFile
           END-IF
           PERFORM ProjetarAplicacoes
           PERFORM ProjetarFuturas
           PERFORM ProjetarParcelas
           CLOSE ContaFile
           PERFORM ProjetarBoletos

           STRING 'gap_liquidez_' DELIMITED BY SIZE
                  WS-DataBase DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile
           PERFORM EscreverCabecalho
           PERFORM EscreverGapBRL
           PERFORM EscreverGapMoedas
           CLOSE ReportFile

           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-DataBase TO WS-SpoolAlvo(1:8)
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'RelatorioGapLiquidez' 'GAPL' 'BATCH     '
               WS-SpoolAlvo 'N'

           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           STOP RUN.

      * CDB ativo sai no vencimento conforme a instrução: renovação
      * total não sai; renovação do principal só libera o
      * rendimento; liquidação em conta sai inteiro, menos a parte
      * que o cenário supõe renovada. Aplicação caucionada não é
      * liquidada e fica fora.
       ProjetarAplicacoes.
           MOVE 1 TO WS-Grupo
           OPEN INPUT AplicacaoFile
           IF WS-AplicFileStatus = '00'
               PERFORM UNTIL WS-AplicFileStatus = '10'
                   READ AplicacaoFile INTO AplicacaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AplicacaoAtiva AND
                                   NOT AplicacaoCaucionada AND
                                   NOT AplicRenovaTotal
                               PERFORM ProjetarUmaAplicacao
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AplicacaoFile
           END-IF.

       ProjetarUmaAplicacao.
           IF AplicRenovaPrincipal
               IF AplicacaoSaldoAtual > AplicacaoValor
                   COMPUTE WS-ValorItem =
                       AplicacaoSaldoAtual - AplicacaoValor
               ELSE
                   MOVE 0 TO WS-ValorItem
               END-IF
           ELSE
               COMPUTE WS-ValorItem ROUNDED =
                   AplicacaoSaldoAtual * (100 - WS-PctRenovacao) / 100
           END-IF
           IF WS-ValorItem > 0
               MOVE AplicacaoDataVencimento TO WS-DataVencimento
               MOVE AplicacaoContaNumero TO ContaNumero
               PERFORM AcumularFluxo
           END-IF.

      * Transferência futura para conta do próprio banco não sai da
      * reserva; só a externa pendente entra como saída.
       ProjetarFuturas.
           MOVE 2 TO WS-Grupo
           OPEN INPUT FuturaFile
           IF WS-FutFileStatus = '00'
               PERFORM UNTIL WS-FutFileStatus = '10'
                   READ FuturaFile INTO TransferenciaFuturaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF FutPendente AND FutExterna = 'S'
                               MOVE FutValor TO WS-ValorItem
                               MOVE FutDataValor TO WS-DataVencimento
                               MOVE FutContaOrigem TO ContaNumero
                               PERFORM AcumularFluxo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FuturaFile
           END-IF.

      * Parcela pendente ou em atraso entra pelo valor ainda devido,
      * reduzido pelo cenário de inadimplência.
       ProjetarParcelas.
           MOVE 3 TO WS-Grupo
           OPEN INPUT ParcelaFile
           IF WS-ParcelaFileStatus = '00'
               PERFORM UNTIL WS-ParcelaFileStatus = '10'
                   READ ParcelaFile INTO ParcelaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ParcelaValorPago NOT NUMERIC
                               MOVE 0 TO ParcelaValorPago
                           END-IF
                           IF (ParcelaPendente OR ParcelaAtrasada)
                                   AND ParcelaValor > ParcelaValorPago
                               COMPUTE WS-ValorItem ROUNDED =
                                   (ParcelaValor - ParcelaValorPago) *
                                   (100 - WS-PctInadimplencia) / 100
                               MOVE ParcelaDataVencimento
                                   TO WS-DataVencimento
                               MOVE ParcelaContaNumero TO ContaNumero
                               PERFORM AcumularFluxo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF.

      * Boleto de cedente só é caixa do banco quando descontado (o
      * adiantamento volta na liquidação); os demais apenas passam
      * para a conta do cedente. Boleto de carnê já está na parcela.
       ProjetarBoletos.
           MOVE 4 TO WS-Grupo
           OPEN INPUT TituloFile
           IF WS-TituloFileStatus = '00'
               PERFORM UNTIL WS-TituloFileStatus = '10'
                   READ TituloFile INTO TituloRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF (TituloAberto OR TituloRegistrado OR
                                   TituloEmCartorio) AND
                                   TituloDescontado AND
                                   NOT TituloCarneEmprestimo
                               COMPUTE WS-ValorItem ROUNDED =
                                   TituloValor *
                                   (100 - WS-PctInadimplencia) / 100
                               MOVE TituloDataVencimento
                                   TO WS-DataVencimento
                               MOVE 'BRL' TO WS-ContaMoeda
                               PERFORM AcumularNaFaixa
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TituloFile
           END-IF.

      * Moeda do fluxo é a da conta; conta não encontrada vale BRL.
       AcumularFluxo.
           MOVE 'BRL' TO WS-ContaMoeda
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ContaMoeda NOT = SPACES
                       MOVE ContaMoeda TO WS-ContaMoeda
                   END-IF
           END-READ
           PERFORM AcumularNaFaixa.

       AcumularNaFaixa.
           IF WS-DataVencimento NOT = 0 AND WS-ValorItem > 0
               PERFORM SomarNaFaixa
           END-IF.

       SomarNaFaixa.
           COMPUTE WS-Dias =
               FUNCTION INTEGER-OF-DATE(WS-DataVencimento) -
               FUNCTION INTEGER-OF-DATE(WS-DataBase)
           EVALUATE TRUE
               WHEN WS-Dias <= 30
                   MOVE 1 TO WS-Faixa
               WHEN WS-Dias <= 90
                   MOVE 2 TO WS-Faixa
               WHEN WS-Dias <= 360
                   MOVE 3 TO WS-Faixa
               WHEN OTHER
                   MOVE 4 TO WS-Faixa
           END-EVALUATE

           IF WS-ContaMoeda = 'BRL'
               MOVE WS-ValorItem TO WS-ValorItemBRL
           ELSE
               CALL 'Cambio' USING WS-ContaMoeda 'BRL'
                   WS-ValorItem WS-ValorItemBRL
           END-IF
           ADD 1 TO WS-GrupoQtde(WS-Grupo)
           ADD WS-ValorItemBRL TO WS-GrupoFaixaBRL(WS-Grupo, WS-Faixa)

           MOVE 'N' TO WS-MoedaAchada
           PERFORM VARYING WS-MoedaIdx FROM 1 BY 1
                   UNTIL WS-MoedaIdx > WS-QtdeMoedas
               IF WS-TabMoeda(WS-MoedaIdx) = WS-ContaMoeda
                   MOVE 'S' TO WS-MoedaAchada
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MoedaAchada = 'N'
               IF WS-QtdeMoedas < 10
                   ADD 1 TO WS-QtdeMoedas
                   MOVE WS-QtdeMoedas TO WS-MoedaIdx
                   MOVE WS-ContaMoeda TO WS-TabMoeda(WS-MoedaIdx)
                   PERFORM VARYING WS-FaixaIdx FROM 1 BY 1
                           UNTIL WS-FaixaIdx > 4
                       MOVE 0 TO WS-TabEntradas(WS-MoedaIdx,
                           WS-FaixaIdx)
                       MOVE 0 TO WS-TabSaidas(WS-MoedaIdx,
                           WS-FaixaIdx)
                   END-PERFORM
                   MOVE 'S' TO WS-MoedaAchada
               ELSE
                   ADD 1 TO WS-MoedasDescartadas
               END-IF
           END-IF
           IF WS-MoedaAchada = 'S'
               IF WS-Grupo > 2
                   ADD WS-ValorItem
                       TO WS-TabEntradas(WS-MoedaIdx, WS-Faixa)
               ELSE
                   ADD WS-ValorItem
                       TO WS-TabSaidas(WS-MoedaIdx, WS-Faixa)
               END-IF
           END-IF.

       EscreverCabecalho.
           MOVE SPACES TO ReportLine
           STRING 'GAP DE LIQUIDEZ - DESCASAMENTO DE PRAZOS - '
                  DELIMITED BY SIZE
                  'data-base ' DELIMITED BY SIZE
                  WS-DataBase DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Cenário: renovação de CDB ' DELIMITED BY SIZE
                  WS-PctRenovacao DELIMITED BY SIZE
                  '%  inadimplência ' DELIMITED BY SIZE
                  WS-PctInadimplencia DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine.

       EscreverTitulosFaixas.
           MOVE SPACES TO ReportLine
           STRING WS-LinhaRotulo DELIMITED BY SIZE
                  '   ATÉ 30 DIAS' DELIMITED BY SIZE
                  '   31 A 90 DIAS' DELIMITED BY SIZE
                  '  91 A 360 DIAS' DELIMITED BY SIZE
                  '   ACIMA DE 360' DELIMITED BY SIZE
                  '          TOTAL' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine.

       EscreverLinhaValores.
           MOVE 0 TO WS-LinhaValor(5)
           PERFORM VARYING WS-FaixaIdx FROM 1 BY 1
                   UNTIL WS-FaixaIdx > 4
               ADD WS-LinhaValor(WS-FaixaIdx) TO WS-LinhaValor(5)
           END-PERFORM
           PERFORM FormatarLinhaValores.

       FormatarLinhaValores.
           MOVE SPACES TO ReportLine
           MOVE WS-LinhaRotulo TO ReportLine(1:30)
           MOVE 31 TO WS-Posicao
           PERFORM VARYING WS-FaixaIdx FROM 1 BY 1
                   UNTIL WS-FaixaIdx > 5
               MOVE WS-LinhaValor(WS-FaixaIdx) TO WS-ValorEd
               MOVE WS-ValorEd TO ReportLine(WS-Posicao:15)
               ADD 15 TO WS-Posicao
           END-PERFORM
           WRITE ReportLine
           DISPLAY ReportLine.

      * Gap da faixa = entradas - saídas; o acumulado soma os gaps
      * desde a primeira faixa.
       EscreverGapBRL.
           MOVE 'VALORES EM BRL' TO WS-LinhaRotulo
           PERFORM EscreverTitulosFaixas
           PERFORM VARYING WS-FaixaIdx FROM 1 BY 1
                   UNTIL WS-FaixaIdx > 4
               COMPUTE WS-TotSaidaFaixa(WS-FaixaIdx) =
                   WS-GrupoFaixaBRL(1, WS-FaixaIdx) +
                   WS-GrupoFaixaBRL(2, WS-FaixaIdx)
               COMPUTE WS-TotEntradaFaixa(WS-FaixaIdx) =
                   WS-GrupoFaixaBRL(3, WS-FaixaIdx) +
                   WS-GrupoFaixaBRL(4, WS-FaixaIdx)
           END-PERFORM

           PERFORM VARYING WS-GrupoIdx FROM 1 BY 1
                   UNTIL WS-GrupoIdx > 2
               PERFORM EscreverLinhaGrupo
           END-PERFORM
           MOVE 'Total de saídas' TO WS-LinhaRotulo
           MOVE WS-TotalSaidas TO WS-LinhaValores(1:52)
           PERFORM EscreverLinhaValores
           PERFORM VARYING WS-GrupoIdx FROM 3 BY 1
                   UNTIL WS-GrupoIdx > 4
               PERFORM EscreverLinhaGrupo
           END-PERFORM
           MOVE 'Total de entradas' TO WS-LinhaRotulo
           MOVE WS-TotalEntradas TO WS-LinhaValores(1:52)
           PERFORM EscreverLinhaValores
           PERFORM EscreverGapAcumulado

           PERFORM VARYING WS-GrupoIdx FROM 1 BY 1
                   UNTIL WS-GrupoIdx > 4
               MOVE SPACES TO ReportLine
               STRING WS-GrupoRotulo(WS-GrupoIdx) DELIMITED BY SIZE
                      ' - itens: ' DELIMITED BY SIZE
                      WS-GrupoQtde(WS-GrupoIdx) DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-PERFORM.

       EscreverLinhaGrupo.
           MOVE WS-GrupoRotulo(WS-GrupoIdx) TO WS-LinhaRotulo
           PERFORM VARYING WS-FaixaIdx FROM 1 BY 1
                   UNTIL WS-FaixaIdx > 4
               MOVE WS-GrupoFaixaBRL(WS-GrupoIdx, WS-FaixaIdx)
                   TO WS-LinhaValor(WS-FaixaIdx)
           END-PERFORM
           PERFORM EscreverLinhaValores.

      * Usa os totais de entradas e saídas já montados na tabela.
       EscreverGapAcumulado.
           MOVE 'GAP (entradas - saídas)' TO WS-LinhaRotulo
           PERFORM VARYING WS-FaixaIdx FROM 1 BY 1
                   UNTIL WS-FaixaIdx > 4
               COMPUTE WS-LinhaValor(WS-FaixaIdx) =
                   WS-TotEntradaFaixa(WS-FaixaIdx) -
                   WS-TotSaidaFaixa(WS-FaixaIdx)
           END-PERFORM
           PERFORM EscreverLinhaValores
           MOVE 'GAP acumulado' TO WS-LinhaRotulo
           MOVE 0 TO WS-Acumulado
           PERFORM VARYING WS-FaixaIdx FROM 1 BY 1
                   UNTIL WS-FaixaIdx > 4
               COMPUTE WS-Acumulado = WS-Acumulado +
                   WS-TotEntradaFaixa(WS-FaixaIdx) -
                   WS-TotSaidaFaixa(WS-FaixaIdx)
               MOVE WS-Acumulado TO WS-LinhaValor(WS-FaixaIdx)
           END-PERFORM
      *    No acumulado o total é a posição ao fim da última faixa.
           MOVE WS-Acumulado TO WS-LinhaValor(5)
           PERFORM FormatarLinhaValores
           MOVE SPACES TO ReportLine
           WRITE ReportLine.

       EscreverGapMoedas.
           PERFORM VARYING WS-MoedaIdx FROM 1 BY 1
                   UNTIL WS-MoedaIdx > WS-QtdeMoedas
               MOVE SPACES TO WS-LinhaRotulo
               STRING 'VALORES EM ' DELIMITED BY SIZE
                      WS-TabMoeda(WS-MoedaIdx) DELIMITED BY SIZE
                   INTO WS-LinhaRotulo
               PERFORM EscreverTitulosFaixas
               PERFORM VARYING WS-FaixaIdx FROM 1 BY 1
                       UNTIL WS-FaixaIdx > 4
                   MOVE WS-TabSaidas(WS-MoedaIdx, WS-FaixaIdx)
                       TO WS-TotSaidaFaixa(WS-FaixaIdx)
                   MOVE WS-TabEntradas(WS-MoedaIdx, WS-FaixaIdx)
                       TO WS-TotEntradaFaixa(WS-FaixaIdx)
               END-PERFORM
               MOVE 'Total de saídas' TO WS-LinhaRotulo
               MOVE WS-TotalSaidas TO WS-LinhaValores(1:52)
               PERFORM EscreverLinhaValores
               MOVE 'Total de entradas' TO WS-LinhaRotulo
               MOVE WS-TotalEntradas TO WS-LinhaValores(1:52)
               PERFORM EscreverLinhaValores
               PERFORM EscreverGapAcumulado
           END-PERFORM
           IF WS-MoedasDescartadas > 0
               MOVE SPACES TO ReportLine
               STRING 'Fluxos fora da tabela de moedas: '
                      DELIMITED BY SIZE
                      WS-MoedasDescartadas DELIMITED BY SIZE
                      ' (incluídos apenas em BRL)' DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF.

       END PROGRAM RelatorioGapLiquidez.
