               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

           SELECT ImpostoFile ASSIGN TO 'impostos_recolhidos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ImpFileStatus.

           SELECT MovFundoFile ASSIGN TO 'movfundos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MovFundoStatus.

           SELECT CotaFile ASSIGN TO 'cotas_fundos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CotaFileStatus.

           SELECT AplicacaoFile ASSIGN DYNAMIC WS-AplicFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AplicFileStatus.

           SELECT HistCatFile ASSIGN TO 'historico_catalogo.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HistCatStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.
       FD  ClienteFile.
       COPY CLIEREC.

       FD  ImpostoFile.
       COPY IMPREC.

       FD  MovFundoFile.
       COPY MOVFUNDOREC.

       FD  CotaFile.
       COPY COTAREC.

       FD  AplicacaoFile.
       COPY APLICREC.

       FD  HistCatFile.
       COPY HISTCATREC.

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       01  WS-InformesGerados     PIC 9(5) VALUE 0.
       01  WS-EstornoTipoChar     PIC X.
       01  WS-Mensagem            PIC X(50).
      * Fundos de investimento: posição em 31/12 pela soma dos
      * movimentos em cotas, valorizada pela última cota do ano, e
      * IR retido na fonte no ano (CDB, resgates e come-cotas).
       01  WS-ImpFileStatus       PIC XX.
       01  WS-MovFundoStatus      PIC XX.
       01  WS-CotaFileStatus      PIC XX.
       01  WS-ImpAno              PIC 9(4) VALUE 0.
       01  WS-IRConta             PIC 9(9)V99 VALUE 0.
       01  WS-IRTotal             PIC 9(11)V99 VALUE 0.
       01  WS-FundosConta         PIC 9(11)V99 VALUE 0.
       01  WS-FundosTotal         PIC 9(11)V99 VALUE 0.
       01  WS-CotaAnoQtde         PIC 9(3) VALUE 0.
       01  WS-CotaAnoTabela.
           05  WS-CotaAnoLinha OCCURS 200 TIMES.
               10  WS-CotaAnoFundo    PIC 9(4).
               10  WS-CotaAnoData     PIC 9(8).
               10  WS-CotaAnoValor    PIC 9(5)V9(8).
       01  WS-CotaAnoIdx          PIC 9(3) VALUE 0.
       01  WS-PosAnoQtde          PIC 9(2) VALUE 0.
       01  WS-PosAnoTabela.
           05  WS-PosAnoLinha OCCURS 20 TIMES.
               10  WS-PosAnoFundo     PIC 9(4).
               10  WS-PosAnoCotas     PIC S9(9)V9(6).
       01  WS-PosAnoIdx           PIC 9(2) VALUE 0.
       01  WS-PosAnoValor         PIC 9(11)V99 VALUE 0.

      * CDBs: aplicacoes.dat e as gerações APLI do catálogo de
      * históricos que podem conter contratos vivos no ano-base.
       01  WS-AplicFileStatus     PIC XX.
       01  WS-HistCatStatus       PIC XX.
       01  WS-AplicFileName       PIC X(40).
       01  WS-DataInicioAno       PIC 9(8) VALUE 0.
       01  WS-QtdeFontesCDB       PIC 9(2) VALUE 1.
       01  WS-FontesCDBTabela.
           05  WS-FonteCDBNome    PIC X(40) OCCURS 20 TIMES.
       01  WS-FonteCDBIdx         PIC 9(2) VALUE 0.
       01  WS-CDBConta            PIC 9(9)V99 VALUE 0.
       01  WS-CDBTotal            PIC 9(11)V99 VALUE 0.

       01  WS-SpoolArquivo      PIC X(40).
       01  WS-SpoolAlvo         PIC X(20).
           DISPLAY 'Ano-base do informe (AAAA): '
           ACCEPT WS-AnoReferencia
           COMPUTE WS-DataCorte = WS-AnoReferencia * 10000 + 1231
           COMPUTE WS-DataInicioAno = WS-AnoReferencia * 10000 + 101

           MOVE 'movimentacao.dat' TO WS-ArquivoNome(1)
           PERFORM ColetarArquivosHistorico
           PERFORM CarregarCotasAno
           PERFORM CarregarFontesCDB

           OPEN INPUT ContaFile
           IF WS-FileStatus = '35'
           MOVE ClienteID TO WS-ClienteInforme
           MOVE 0 TO WS-SaldoTotal
           MOVE 0 TO WS-JurosTotal
           MOVE 0 TO WS-FundosTotal
           MOVE 0 TO WS-IRTotal
           MOVE 0 TO WS-CDBTotal
           MOVE 0 TO WS-QtdeContasCliente

           PERFORM EscreverCabecalhoInforme
                           ADD 1 TO WS-QtdeContasCliente
                           PERFORM ApurarConta
                           PERFORM EscreverLinhaConta
                           PERFORM ApurarFundosConta
                           PERFORM ApurarCDBConta
                           PERFORM ApurarIRConta
                       END-IF
               END-READ
           END-PERFORM
               WHEN 'G'
               WHEN 'L'
               WHEN 'N'
               WHEN 'V'
               WHEN 'O'
                   ADD MovimentacaoValor TO WS-SaldoConta
               WHEN 'S'
               WHEN 'U'
               WHEN 'W'
               WHEN 'K'
               WHEN 'I'
               WHEN 'X'
               WHEN 'Z'
               WHEN 'M'
               WHEN 'Y'
               WHEN 'E'
                   SUBTRACT MovimentacaoValor FROM WS-SaldoConta
               WHEN 'R'
                   MOVE MovimentacaoDescricao(12:1)
                  '  rendimentos R$ ' DELIMITED BY SIZE
                  WS-JurosTotal DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '          fundos em 31/12 R$ ' DELIMITED BY SIZE
                  WS-FundosTotal DELIMITED BY SIZE
                  '  IR retido na fonte R$ ' DELIMITED BY SIZE
                  WS-IRTotal DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '          CDBs no ano (aplicado) R$ '
                  DELIMITED BY SIZE
                  WS-CDBTotal DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * Última cota de cada fundo até 31/12 do ano-base.
       CarregarCotasAno.
           MOVE 0 TO WS-CotaAnoQtde
           OPEN INPUT CotaFile
           IF WS-CotaFileStatus = '00'
               PERFORM UNTIL WS-CotaFileStatus = '10'
                   READ CotaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CotaData <= WS-DataCorte
                               PERFORM GuardarCotaAno
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CotaFile
           END-IF.

       GuardarCotaAno.
           PERFORM VARYING WS-CotaAnoIdx FROM 1 BY 1
                   UNTIL WS-CotaAnoIdx > WS-CotaAnoQtde
                      OR WS-CotaAnoFundo(WS-CotaAnoIdx) = CotaFundo
               CONTINUE
           END-PERFORM
           IF WS-CotaAnoIdx > WS-CotaAnoQtde
               IF WS-CotaAnoQtde < 200
                   ADD 1 TO WS-CotaAnoQtde
                   MOVE CotaFundo TO WS-CotaAnoFundo(WS-CotaAnoQtde)
                   MOVE CotaData TO WS-CotaAnoData(WS-CotaAnoQtde)
                   MOVE CotaValor TO WS-CotaAnoValor(WS-CotaAnoQtde)
               END-IF
           ELSE
               IF CotaData >= WS-CotaAnoData(WS-CotaAnoIdx)
                   MOVE CotaData TO WS-CotaAnoData(WS-CotaAnoIdx)
                   MOVE CotaValor TO WS-CotaAnoValor(WS-CotaAnoIdx)
               END-IF
           END-IF.

      * Posição da conta em cada fundo em 31/12: aplicações somam,
      * resgates e retenções do come-cotas subtraem.
       ApurarFundosConta.
           MOVE 0 TO WS-PosAnoQtde
           MOVE 0 TO WS-FundosConta
           OPEN INPUT MovFundoFile
           IF WS-MovFundoStatus = '00'
               PERFORM UNTIL WS-MovFundoStatus = '10'
                   READ MovFundoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF MovFundoConta = ContaNumero AND
                                   MovFundoData <= WS-DataCorte
                               PERFORM SomarMovimentoFundo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MovFundoFile
           END-IF
           PERFORM VARYING WS-PosAnoIdx FROM 1 BY 1
                   UNTIL WS-PosAnoIdx > WS-PosAnoQtde
               IF WS-PosAnoCotas(WS-PosAnoIdx) > 0
                   PERFORM EscreverLinhaFundo
               END-IF
           END-PERFORM
           ADD WS-FundosConta TO WS-FundosTotal.

       SomarMovimentoFundo.
           PERFORM VARYING WS-PosAnoIdx FROM 1 BY 1
                   UNTIL WS-PosAnoIdx > WS-PosAnoQtde
                      OR WS-PosAnoFundo(WS-PosAnoIdx) = MovFundoCodigo
               CONTINUE
           END-PERFORM
           IF WS-PosAnoIdx > WS-PosAnoQtde
               IF WS-PosAnoQtde < 20
                   ADD 1 TO WS-PosAnoQtde
                   MOVE MovFundoCodigo TO WS-PosAnoFundo(WS-PosAnoQtde)
                   MOVE 0 TO WS-PosAnoCotas(WS-PosAnoQtde)
               END-IF
           END-IF
           IF WS-PosAnoIdx <= WS-PosAnoQtde
               IF MovFundoAplicacao
                   ADD MovFundoCotas TO WS-PosAnoCotas(WS-PosAnoIdx)
               ELSE
                   SUBTRACT MovFundoCotas
                       FROM WS-PosAnoCotas(WS-PosAnoIdx)
               END-IF
           END-IF.

       EscreverLinhaFundo.
           MOVE 0 TO WS-PosAnoValor
           PERFORM VARYING WS-CotaAnoIdx FROM 1 BY 1
                   UNTIL WS-CotaAnoIdx > WS-CotaAnoQtde
               IF WS-CotaAnoFundo(WS-CotaAnoIdx) =
                       WS-PosAnoFundo(WS-PosAnoIdx)
                   COMPUTE WS-PosAnoValor ROUNDED =
                       WS-PosAnoCotas(WS-PosAnoIdx) *
                       WS-CotaAnoValor(WS-CotaAnoIdx)
               END-IF
           END-PERFORM
           ADD WS-PosAnoValor TO WS-FundosConta
           MOVE SPACES TO ReportLine
           STRING '    Fundo ' DELIMITED BY SIZE
                  WS-PosAnoFundo(WS-PosAnoIdx) DELIMITED BY SIZE
                  ': cotas em 31/12 ' DELIMITED BY SIZE
                  WS-PosAnoCotas(WS-PosAnoIdx) DELIMITED BY SIZE
                  '  valor R$ ' DELIMITED BY SIZE
                  WS-PosAnoValor DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * Fontes dos CDBs: o ativo e as gerações APLI arquivadas com
      * corte depois do início do ano-base (as anteriores só têm
      * CDBs vencidos antes do ano).
       CarregarFontesCDB.
           MOVE 'aplicacoes.dat' TO WS-FonteCDBNome(1)
           MOVE 1 TO WS-QtdeFontesCDB
           OPEN INPUT HistCatFile
           IF WS-HistCatStatus = '00'
               PERFORM UNTIL WS-HistCatStatus = '10'
                   READ HistCatFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF HistCatOrigem = 'APLI' AND
                                   HistCatDataCorte > WS-DataInicioAno
                                   AND WS-QtdeFontesCDB < 20
                               ADD 1 TO WS-QtdeFontesCDB
                               MOVE HistCatNome
                                   TO WS-FonteCDBNome(WS-QtdeFontesCDB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistCatFile
           END-IF.

      * CDBs da conta vivos em algum momento do ano-base: aplicados
      * até 31/12 e com vencimento a partir de 01/01.
       ApurarCDBConta.
           MOVE 0 TO WS-CDBConta
           PERFORM VARYING WS-FonteCDBIdx FROM 1 BY 1
                   UNTIL WS-FonteCDBIdx > WS-QtdeFontesCDB
               MOVE WS-FonteCDBNome(WS-FonteCDBIdx) TO WS-AplicFileName
               OPEN INPUT AplicacaoFile
               IF WS-AplicFileStatus = '00'
                   PERFORM UNTIL WS-AplicFileStatus = '10'
                       READ AplicacaoFile
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF AplicacaoContaNumero = ContaNumero
                                   AND AplicacaoDataAplicacao <=
                                       WS-DataCorte
                                   AND AplicacaoDataVencimento >=
                                       WS-DataInicioAno
                                   PERFORM EscreverLinhaCDB
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AplicacaoFile
               END-IF
           END-PERFORM
           ADD WS-CDBConta TO WS-CDBTotal.

       EscreverLinhaCDB.
           ADD AplicacaoValor TO WS-CDBConta
           MOVE SPACES TO ReportLine
           STRING '    CDB ' DELIMITED BY SIZE
                  AplicacaoID DELIMITED BY SIZE
                  ': aplicado em ' DELIMITED BY SIZE
                  AplicacaoDataAplicacao DELIMITED BY SIZE
                  ' R$ ' DELIMITED BY SIZE
                  AplicacaoValor DELIMITED BY SIZE
                  '  vencimento ' DELIMITED BY SIZE
                  AplicacaoDataVencimento DELIMITED BY SIZE
                  '  situação ' DELIMITED BY SIZE
                  AplicacaoStatus DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * IR retido no ano-base sobre aplicações da conta (CDB e
      * fundos, inclusive come-cotas), de impostos_recolhidos.dat.
       ApurarIRConta.
           MOVE 0 TO WS-IRConta
           OPEN INPUT ImpostoFile
           IF WS-ImpFileStatus = '00'
               PERFORM UNTIL WS-ImpFileStatus = '10'
                   READ ImpostoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           COMPUTE WS-ImpAno = ImpostoData / 10000
                           IF ImpostoContaNumero = ContaNumero AND
                                   ImpostoTipo = 'IR ' AND
                                   WS-ImpAno = WS-AnoReferencia
                               ADD ImpostoValor TO WS-IRConta
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ImpostoFile
           END-IF
           IF WS-IRConta > 0
               MOVE SPACES TO ReportLine
               STRING '    IR retido na fonte no ano R$ '
                      DELIMITED BY SIZE
                      WS-IRConta DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF
           ADD WS-IRConta TO WS-IRTotal.


      * Fonte de movimentos: o on-line é o arquivo indexado e as
      * gerações de expurgo são sequenciais no leiaute irmão; a
