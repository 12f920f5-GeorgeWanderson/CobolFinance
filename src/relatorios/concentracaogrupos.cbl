       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioConcentracaoGrupos.

      *****************************************************************
      *  RelatorioConcentracaoGrupos.cbl - Relatório mensal de
      *  concentração de crédito dos maiores grupos econômicos.
      *  Apura a exposição consolidada de cada grupo ativo
      *  (sub-rotina ExposicaoGrupo), ordena da maior para a menor e
      *  mostra os N maiores com o percentual sobre o patrimônio de
      *  referência (parâmetro PATRIMONIO-REFERENCIA) e sobre o
      *  limite aprovado do grupo. Sinaliza o grupo acima do teto de
      *  concentração (CONCENTRACAO-MAX-PR, padrão 25% do PR) e o
      *  que passou do próprio limite. Fecha com a soma dos N
      *  maiores sobre o PR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GrupoFile ASSIGN TO 'grupos_economicos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GrupoFileStatus.

           SELECT GrupoSortFile ASSIGN TO 'concgruposort.wrk'.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GrupoFile.
       COPY GRUPOREC.

       SD  GrupoSortFile.
       01  GrupoSortRecord.
           05  SortGrupoExposicao PIC 9(11)V99.
           05  SortGrupoID        PIC 9(5).
           05  SortGrupoNome      PIC X(40).
           05  SortGrupoLimite    PIC 9(11)V99.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GrupoFileStatus     PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-Competencia         PIC 9(6) VALUE 0.
       01  WS-TopN                PIC 9(3) VALUE 0.
       01  WS-Rank                PIC 9(3) VALUE 0.
       01  WS-GruposAvaliados     PIC 9(5) VALUE 0.
       01  WS-PatrimonioRef       PIC 9(11)V99 VALUE 0.
       01  WS-ConcentracaoMax     PIC 9(3)V99 VALUE 25.
       01  WS-PctPR               PIC 9(5)V99 VALUE 0.
       01  WS-PctLimite           PIC 9(5)V99 VALUE 0.
       01  WS-SomaTopN            PIC 9(13)V99 VALUE 0.
       01  WS-AcimaTeto           PIC 9(3) VALUE 0.
       01  WS-AcimaLimite         PIC 9(3) VALUE 0.
       01  WS-ValorEd             PIC Z(10)9.99.
       01  WS-ValorEd2            PIC Z(10)9.99.
       01  WS-PctEd               PIC ZZZZ9.99.
       01  WS-PctEd2              PIC ZZZZ9.99.
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-ParamNome           PIC X(20).
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.
       01  WS-ExpClienteID        PIC 9(5) VALUE 0.
       01  WS-ExpGrupoID          PIC 9(5) VALUE 0.
       01  WS-ExpLimite           PIC 9(11)V99 VALUE 0.
       01  WS-ExpEmprestimos      PIC 9(11)V99 VALUE 0.
       01  WS-ExpChEspecial       PIC 9(11)V99 VALUE 0.
       01  WS-ExpCartao           PIC 9(11)V99 VALUE 0.
       01  WS-ExpTotal            PIC 9(11)V99 VALUE 0.

       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd
           COMPUTE WS-Competencia = WS-AnoHoje * 100 + WS-MesHoje

           MOVE 'PATRIMONIO-REFERENCIA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado NOT = 'S' OR WS-ParamValor <= 0
               DISPLAY 'Parâmetro PATRIMONIO-REFERENCIA não '
                   'cadastrado!'
               STOP RUN
           END-IF
           MOVE WS-ParamValor TO WS-PatrimonioRef
           MOVE 'CONCENTRACAO-MAX-PR' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-ConcentracaoMax
           END-IF

           DISPLAY 'Quantos maiores grupos exibir (ENTER = 20)?'
           ACCEPT WS-TopN
           IF WS-TopN = 0
               MOVE 20 TO WS-TopN
           END-IF

           OPEN INPUT GrupoFile
           IF WS-GrupoFileStatus NOT = '00'
               DISPLAY 'Nenhum grupo econômico cadastrado.'
               STOP RUN
           END-IF

           STRING 'concentracao_grupos_' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile
           PERFORM EscreverCabecalho

           MOVE 0 TO WS-Rank
           SORT GrupoSortFile
               ON DESCENDING KEY SortGrupoExposicao
               INPUT PROCEDURE IS ApurarGrupos
               OUTPUT PROCEDURE IS GerarRanking
           CLOSE GrupoFile

           PERFORM EscreverRodape
           CLOSE ReportFile

           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-Competencia TO WS-SpoolAlvo(1:6)
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'RelatorioConcGrupos ' 'CONC' 'BATCH     '
               WS-SpoolAlvo 'S'

           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           STOP RUN.

       ApurarGrupos.
           PERFORM UNTIL WS-GrupoFileStatus = '10'
               READ GrupoFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF GrupoAtivo
                           MOVE 0 TO WS-ExpClienteID
                           MOVE GrupoID TO WS-ExpGrupoID
                           CALL 'ExposicaoGrupo' USING WS-ExpClienteID
                               WS-ExpGrupoID WS-ExpLimite
                               WS-ExpEmprestimos WS-ExpChEspecial
                               WS-ExpCartao WS-ExpTotal
                           ADD 1 TO WS-GruposAvaliados
                           MOVE WS-ExpTotal TO SortGrupoExposicao
                           MOVE GrupoID TO SortGrupoID
                           MOVE GrupoNome TO SortGrupoNome
                           MOVE GrupoLimiteExposicao
                               TO SortGrupoLimite
                           RELEASE GrupoSortRecord
                       END-IF
               END-READ
           END-PERFORM.

       GerarRanking.
           PERFORM UNTIL WS-Rank >= WS-TopN
               RETURN GrupoSortFile
                   AT END
                       EXIT PERFORM
               END-RETURN
               PERFORM EscreverLinhaRanking
           END-PERFORM.

       EscreverLinhaRanking.
           ADD 1 TO WS-Rank
           ADD SortGrupoExposicao TO WS-SomaTopN
           COMPUTE WS-PctPR ROUNDED =
               SortGrupoExposicao * 100 / WS-PatrimonioRef
           IF SortGrupoLimite > 0
               COMPUTE WS-PctLimite ROUNDED =
                   SortGrupoExposicao * 100 / SortGrupoLimite
           ELSE
               MOVE 0 TO WS-PctLimite
           END-IF
           MOVE SortGrupoExposicao TO WS-ValorEd
           MOVE SortGrupoLimite TO WS-ValorEd2
           MOVE WS-PctPR TO WS-PctEd
           MOVE WS-PctLimite TO WS-PctEd2
           MOVE SPACES TO ReportLine
           STRING WS-Rank DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SortGrupoID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SortGrupoNome DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
                  WS-PctEd DELIMITED BY SIZE
                  WS-ValorEd2 DELIMITED BY SIZE
                  WS-PctEd2 DELIMITED BY SIZE
               INTO ReportLine
           IF WS-PctPR > WS-ConcentracaoMax
               ADD 1 TO WS-AcimaTeto
               MOVE ' ACIMA DO TETO DO PR' TO ReportLine(109:20)
           ELSE
           IF SortGrupoExposicao > SortGrupoLimite
               ADD 1 TO WS-AcimaLimite
               MOVE ' ACIMA DO LIMITE' TO ReportLine(109:20)
           END-IF
           END-IF
           WRITE ReportLine.

       EscreverCabecalho.
           MOVE SPACES TO ReportLine
           STRING 'CONCENTRAÇÃO DE CRÉDITO POR GRUPO ECONÔMICO - '
                  DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE WS-PatrimonioRef TO WS-ValorEd
           MOVE WS-ConcentracaoMax TO WS-PctEd
           MOVE SPACES TO ReportLine
           STRING 'Patrimônio de referência: ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
                  '   teto por grupo (% do PR): ' DELIMITED BY SIZE
                  WS-PctEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'RANK GRUPO NOME                                    '
                  DELIMITED BY SIZE
                  '     EXPOSIÇÃO    % PR          LIMITE  % LIM'
                  DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       EscreverRodape.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           COMPUTE WS-PctPR ROUNDED = WS-SomaTopN * 100 /
               WS-PatrimonioRef
           MOVE WS-SomaTopN TO WS-ValorEd
           MOVE WS-PctPR TO WS-PctEd
           MOVE SPACES TO ReportLine
           STRING 'Soma dos ' DELIMITED BY SIZE
                  WS-Rank DELIMITED BY SIZE
                  ' maiores: ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-PctEd DELIMITED BY SIZE
                  '% do PR)' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Grupos avaliados: ' DELIMITED BY SIZE
                  WS-GruposAvaliados DELIMITED BY SIZE
                  '  acima do teto do PR: ' DELIMITED BY SIZE
                  WS-AcimaTeto DELIMITED BY SIZE
                  '  acima do próprio limite: ' DELIMITED BY SIZE
                  WS-AcimaLimite DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine.

       END PROGRAM RelatorioConcentracaoGrupos.
