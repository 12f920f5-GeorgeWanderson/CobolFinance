       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioProducaoComercial.

      *****************************************************************
      *  RelatorioProducaoComercial.cbl - Produção comercial mensal
      *  por agência e operador, com o cálculo da comissão de vendas.
      *  Lê as vendas da competência em producao_comercial.dat (conta
      *  aberta, cliente cadastrado, CDB aplicado, empréstimo
      *  contratado, adesão a pacote e a débito automático) e confere
      *  no registro do produto se a venda continua de pé. Cada venda
      *  vale os pontos e o percentual sobre o volume da linha de
      *  tabela_comissao.dat vigente na data da venda; o ponto vale
      *  COMISSAO-VALOR-PONTO reais (padrão 1,00). Venda da
      *  competência anterior que foi paga e depois cancelada ou
      *  estornada (conta encerrada, cliente inativado, CDB
      *  resgatado antes do vencimento, contrato cancelado, pacote
      *  trocado, adesão cancelada) tem a comissão descontada agora.
      *  O detalhe das vendas pagas e dos estornos vai para
      *  comissao_AAAAMM.dat, que a rodada seguinte relê.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VendaFile ASSIGN TO 'producao_comercial.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VendaFileStatus.

           SELECT ComissaoFile ASSIGN TO 'tabela_comissao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ComisFileStatus.

           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT AplicacaoFile ASSIGN TO 'aplicacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AplicFileStatus.

           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestFileStatus.

           SELECT AutorizacaoFile ASSIGN TO 'autorizacoes_debito.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AutFileStatus.

           SELECT DetalheFile ASSIGN DYNAMIC WS-DetalheFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DetFileStatus.

           SELECT DetalheAntFile ASSIGN DYNAMIC WS-DetalheAntName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DetAntStatus.

           SELECT ProducaoSortFile ASSIGN TO 'producaosort.wrk'.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  VendaFile.
       COPY VENDAREC.

       FD  ComissaoFile.
       COPY COMISREC.

       FD  ClienteFile.
       COPY CLIEREC.

       FD  ContaFile.
       COPY CONTAREC.

       FD  AplicacaoFile.
       COPY APLICREC.

       FD  EmprestimoFile.
       COPY EMPRESTREC.

       FD  AutorizacaoFile.
       COPY AUTDEBREC.

       FD  DetalheFile.
       01  DetalheRecord.
           05  DetOperadorID          PIC X(10).
           05  DetAgencia             PIC 9(4).
           05  DetProduto             PIC X(4).
           05  DetChave               PIC 9(7).
           05  DetComplemento         PIC 9(5).
           05  DetDataVenda           PIC 9(8).
           05  DetValor               PIC 9(9)V99.
           05  DetPontos              PIC 9(3)V99.
           05  DetComissao            PIC 9(7)V99.
      *        'V' venda paga na competência; 'E' estorno de venda
      *        da competência anterior.
           05  DetTipo                PIC X(1).

       FD  DetalheAntFile.
       01  DetalheAntRecord.
           05  DetAntOperadorID       PIC X(10).
           05  DetAntAgencia          PIC 9(4).
           05  DetAntProduto          PIC X(4).
           05  DetAntChave            PIC 9(7).
           05  DetAntComplemento      PIC 9(5).
           05  DetAntDataVenda        PIC 9(8).
           05  DetAntValor            PIC 9(9)V99.
           05  DetAntPontos           PIC 9(3)V99.
           05  DetAntComissao         PIC 9(7)V99.
           05  DetAntTipo             PIC X(1).

       SD  ProducaoSortFile.
       01  ProducaoSortRecord.
           05  SortAgencia            PIC 9(4).
           05  SortOperadorID         PIC X(10).
           05  SortIdx                PIC 9(3).

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VendaFileStatus     PIC XX.
       01  WS-ComisFileStatus     PIC XX.
       01  WS-ClienteFileStatus   PIC XX.
       01  WS-FileStatus          PIC XX.
       01  WS-AplicFileStatus     PIC XX.
       01  WS-EmprestFileStatus   PIC XX.
       01  WS-AutFileStatus       PIC XX.
       01  WS-DetFileStatus       PIC XX.
       01  WS-DetAntStatus        PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-DetalheFileName     PIC X(40).
       01  WS-DetalheAntName      PIC X(40).
       01  WS-ReportFileName      PIC X(40).
       01  WS-Competencia         PIC 9(6) VALUE 0.
       01  WS-CompetenciaAnt      PIC 9(6) VALUE 0.
       01  WS-AnoComp             PIC 9(4) VALUE 0.
       01  WS-MesComp             PIC 9(2) VALUE 0.
       01  WS-VendaCompetencia    PIC 9(6) VALUE 0.
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-ValorPonto          PIC 9(5)V99 VALUE 1.
       01  WS-ParamNome           PIC X(20).
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.
      * Tabela de comissão carregada.
       01  WS-TbQtde              PIC 9(3) VALUE 0.
       01  WS-TbTabela.
           05  WS-TbLinha OCCURS 200 TIMES.
               10  WS-TbProduto       PIC X(4).
               10  WS-TbVigencia      PIC 9(8).
               10  WS-TbPontos        PIC 9(3)V99.
               10  WS-TbPercentual    PIC 9(2)V9(4).
       01  WS-TbIdx               PIC 9(3) VALUE 0.
       01  WS-TbEscolhida         PIC 9(3) VALUE 0.
      * Produção por operador. Produtos na ordem CONT, CLIE, CDB,
      * EMPR, PACO, DEBA.
       01  WS-OpQtde              PIC 9(3) VALUE 0.
       01  WS-OpTabela.
           05  WS-OpLinha OCCURS 300 TIMES.
               10  WS-OpID            PIC X(10).
               10  WS-OpAgencia       PIC 9(4).
               10  WS-OpQtdeProduto   PIC 9(5) OCCURS 6 TIMES.
               10  WS-OpVolumeCDB     PIC 9(11)V99.
               10  WS-OpVolumeEmp     PIC 9(11)V99.
               10  WS-OpSomaPrazoEmp  PIC 9(7).
               10  WS-OpPontos        PIC 9(7)V99.
               10  WS-OpComissao      PIC 9(9)V99.
               10  WS-OpQtdeEstorno   PIC 9(5).
               10  WS-OpEstorno       PIC 9(9)V99.
       01  WS-OpIdx               PIC 9(3) VALUE 0.
       01  WS-ProdIdx             PIC 9(1) VALUE 0.
       01  WS-ProdutosValores     PIC X(24)
           VALUE 'CONTCLIECDB EMPRPACODEBA'.
       01  WS-ProdutosTabela REDEFINES WS-ProdutosValores.
           05  WS-ProdutoCodigo   PIC X(4) OCCURS 6 TIMES.
       01  WS-TabelaEstourada     PIC X VALUE 'N'.
      * Venda (ou detalhe anterior) em análise.
       01  WS-ProcOperador        PIC X(10).
       01  WS-ProcAgencia         PIC 9(4).
       01  WS-ProcProduto         PIC X(4).
       01  WS-ProcChave           PIC 9(7).
       01  WS-ProcComplemento     PIC 9(5).
       01  WS-Cancelada           PIC X VALUE 'N'.
       01  WS-AchouProduto        PIC X VALUE 'N'.
       01  WS-PontosVenda         PIC 9(3)V99 VALUE 0.
       01  WS-ComissaoVenda       PIC 9(7)V99 VALUE 0.
      * Totais.
       01  WS-VendasLidas         PIC 9(7) VALUE 0.
       01  WS-VendasCanceladas    PIC 9(7) VALUE 0.
       01  WS-TotComissao         PIC 9(11)V99 VALUE 0.
       01  WS-TotEstorno          PIC 9(11)V99 VALUE 0.
       01  WS-AgComissao          PIC 9(11)V99 VALUE 0.
       01  WS-AgEstorno           PIC 9(11)V99 VALUE 0.
       01  WS-AgenciaCorrente     PIC 9(4) VALUE 0.
       01  WS-PrimeiraAgencia     PIC X VALUE 'S'.
       01  WS-FimSort             PIC X VALUE 'N'.
       01  WS-Liquido             PIC S9(9)V99 VALUE 0.
       01  WS-PrazoMedio          PIC 9(3) VALUE 0.
       01  WS-QtdeEd              PIC ZZZ9.
       01  WS-QtdeEd2             PIC ZZZ9.
       01  WS-QtdeEd3             PIC ZZZ9.
       01  WS-QtdeEd4             PIC ZZZ9.
       01  WS-QtdeEd5             PIC ZZZ9.
       01  WS-QtdeEd6             PIC ZZZ9.
       01  WS-ValorEd             PIC Z(10)9.99.
       01  WS-ValorEd2            PIC Z(10)9.99.
       01  WS-ComissaoEd          PIC Z(8)9.99.
       01  WS-EstornoEd           PIC Z(8)9.99.
       01  WS-LiquidoEd           PIC -(8)9.99.
       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY 'Competência da produção (AAAAMM): '
           ACCEPT WS-Competencia
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           PERFORM MontarNomes

           MOVE 'COMISSAO-VALOR-PONTO' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor >= 0
               MOVE WS-ParamValor TO WS-ValorPonto
           END-IF

           PERFORM CarregarTabelaComissao
           IF WS-TbQtde = 0
               DISPLAY 'Tabela de comissão vazia; só a produção'
               DISPLAY 'será apurada.'
           END-IF

           OPEN INPUT ClienteFile
           OPEN INPUT ContaFile
           OPEN OUTPUT DetalheFile
           PERFORM ApurarVendas
           PERFORM ApurarEstornos
           CLOSE DetalheFile
           CLOSE ContaFile
           CLOSE ClienteFile

           OPEN OUTPUT ReportFile
           PERFORM EscreverCabecalho
           SORT ProducaoSortFile
               ON ASCENDING KEY SortAgencia SortOperadorID
               INPUT PROCEDURE IS LiberarOperadores
               OUTPUT PROCEDURE IS EscreverProducao
           PERFORM EscreverTotais
           CLOSE ReportFile

           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-Competencia TO WS-SpoolAlvo(1:6)
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'RelatorioProducao   ' 'COMS' 'BATCH     '
               WS-SpoolAlvo 'S'

           DISPLAY 'Vendas lidas: ' WS-VendasLidas
               '  canceladas no mês: ' WS-VendasCanceladas
           DISPLAY 'Detalhe da comissão: ' WS-DetalheFileName
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           STOP RUN.

       MontarNomes.
           COMPUTE WS-AnoComp = WS-Competencia / 100
           COMPUTE WS-MesComp = WS-Competencia - WS-AnoComp * 100
           IF WS-MesComp = 1
               COMPUTE WS-CompetenciaAnt = (WS-AnoComp - 1) * 100 + 12
           ELSE
               COMPUTE WS-CompetenciaAnt = WS-Competencia - 1
           END-IF
           STRING 'comissao_' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-DetalheFileName
           STRING 'comissao_' DELIMITED BY SIZE
                  WS-CompetenciaAnt DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-DetalheAntName
           STRING 'producao_comercial_' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName.

       CarregarTabelaComissao.
           OPEN INPUT ComissaoFile
           IF WS-ComisFileStatus = '00'
               PERFORM UNTIL WS-ComisFileStatus = '10'
                   READ ComissaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-TbQtde < 200
                               ADD 1 TO WS-TbQtde
                               MOVE ComisProduto
                                   TO WS-TbProduto(WS-TbQtde)
                               MOVE ComisVigenciaInicio
                                   TO WS-TbVigencia(WS-TbQtde)
                               MOVE ComisPontos
                                   TO WS-TbPontos(WS-TbQtde)
                               MOVE ComisPercentual
                                   TO WS-TbPercentual(WS-TbQtde)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ComissaoFile
           END-IF.

      * Vendas da competência: a que já caiu não conta; as demais
      * entram na produção e têm a comissão gravada no detalhe.
       ApurarVendas.
           OPEN INPUT VendaFile
           IF WS-VendaFileStatus = '00'
               PERFORM UNTIL WS-VendaFileStatus = '10'
                   READ VendaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           COMPUTE WS-VendaCompetencia =
                               VendaData / 100
                           IF WS-VendaCompetencia = WS-Competencia
                               ADD 1 TO WS-VendasLidas
                               PERFORM ProcessarVenda
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VendaFile
           ELSE
               DISPLAY 'Nenhuma venda registrada.'
           END-IF.

       ProcessarVenda.
           MOVE VendaOperadorID TO WS-ProcOperador
           MOVE VendaAgencia TO WS-ProcAgencia
           MOVE VendaProduto TO WS-ProcProduto
           MOVE VendaChave TO WS-ProcChave
           MOVE VendaComplemento TO WS-ProcComplemento
           PERFORM VerificarCancelamento
           IF WS-Cancelada = 'S'
               ADD 1 TO WS-VendasCanceladas
           ELSE
               PERFORM LocalizarOperador
               IF WS-OpIdx > 0
                   PERFORM AcumularVenda
                   PERFORM CalcularComissao
                   ADD WS-PontosVenda TO WS-OpPontos(WS-OpIdx)
                   ADD WS-ComissaoVenda TO WS-OpComissao(WS-OpIdx)
                   ADD WS-ComissaoVenda TO WS-TotComissao
                   MOVE WS-ProcOperador TO DetOperadorID
                   MOVE WS-ProcAgencia TO DetAgencia
                   MOVE WS-ProcProduto TO DetProduto
                   MOVE WS-ProcChave TO DetChave
                   MOVE WS-ProcComplemento TO DetComplemento
                   MOVE VendaData TO DetDataVenda
                   MOVE VendaValor TO DetValor
                   MOVE WS-PontosVenda TO DetPontos
                   MOVE WS-ComissaoVenda TO DetComissao
                   MOVE 'V' TO DetTipo
                   WRITE DetalheRecord
               END-IF
           END-IF.

       AcumularVenda.
           PERFORM VARYING WS-ProdIdx FROM 1 BY 1
                   UNTIL WS-ProdIdx > 6
                      OR WS-ProdutoCodigo(WS-ProdIdx) = WS-ProcProduto
               CONTINUE
           END-PERFORM
           IF WS-ProdIdx <= 6
               ADD 1 TO WS-OpQtdeProduto(WS-OpIdx, WS-ProdIdx)
           END-IF
           IF VendaCDB
               ADD VendaValor TO WS-OpVolumeCDB(WS-OpIdx)
           END-IF
           IF VendaEmprestimo
               ADD VendaValor TO WS-OpVolumeEmp(WS-OpIdx)
               ADD VendaPrazo TO WS-OpSomaPrazoEmp(WS-OpIdx)
           END-IF.

      * Linha da tabela com a maior vigência até a data da venda.
       CalcularComissao.
           MOVE 0 TO WS-TbEscolhida
           MOVE 0 TO WS-PontosVenda
           MOVE 0 TO WS-ComissaoVenda
           PERFORM VARYING WS-TbIdx FROM 1 BY 1
                   UNTIL WS-TbIdx > WS-TbQtde
               IF WS-TbProduto(WS-TbIdx) = WS-ProcProduto AND
                       WS-TbVigencia(WS-TbIdx) <= VendaData
                   IF WS-TbEscolhida = 0
                       MOVE WS-TbIdx TO WS-TbEscolhida
                   ELSE
                   IF WS-TbVigencia(WS-TbIdx) >=
                           WS-TbVigencia(WS-TbEscolhida)
                       MOVE WS-TbIdx TO WS-TbEscolhida
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TbEscolhida > 0
               MOVE WS-TbPontos(WS-TbEscolhida) TO WS-PontosVenda
               COMPUTE WS-ComissaoVenda ROUNDED =
                   WS-PontosVenda * WS-ValorPonto +
                   VendaValor * WS-TbPercentual(WS-TbEscolhida) / 100
           END-IF.

      * Vendas pagas na competência anterior que caíram depois:
      * a comissão paga volta como desconto do operador.
       ApurarEstornos.
           OPEN INPUT DetalheAntFile
           IF WS-DetAntStatus = '00'
               PERFORM UNTIL WS-DetAntStatus = '10'
                   READ DetalheAntFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF DetAntTipo = 'V'
                               PERFORM ProcessarVendaAnterior
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DetalheAntFile
           END-IF.

       ProcessarVendaAnterior.
           MOVE DetAntOperadorID TO WS-ProcOperador
           MOVE DetAntAgencia TO WS-ProcAgencia
           MOVE DetAntProduto TO WS-ProcProduto
           MOVE DetAntChave TO WS-ProcChave
           MOVE DetAntComplemento TO WS-ProcComplemento
           PERFORM VerificarCancelamento
           IF WS-Cancelada = 'S'
               PERFORM LocalizarOperador
               IF WS-OpIdx > 0
                   ADD 1 TO WS-OpQtdeEstorno(WS-OpIdx)
                   ADD DetAntComissao TO WS-OpEstorno(WS-OpIdx)
                   ADD DetAntComissao TO WS-TotEstorno
                   MOVE DetalheAntRecord TO DetalheRecord
                   MOVE 'E' TO DetTipo
                   WRITE DetalheRecord
               END-IF
           END-IF.

       LocalizarOperador.
           PERFORM VARYING WS-OpIdx FROM 1 BY 1
                   UNTIL WS-OpIdx > WS-OpQtde
                      OR WS-OpID(WS-OpIdx) = WS-ProcOperador
               CONTINUE
           END-PERFORM
           IF WS-OpIdx > WS-OpQtde
               IF WS-OpQtde < 300
                   ADD 1 TO WS-OpQtde
                   MOVE WS-OpQtde TO WS-OpIdx
                   INITIALIZE WS-OpLinha(WS-OpIdx)
                   MOVE WS-ProcOperador TO WS-OpID(WS-OpIdx)
                   MOVE WS-ProcAgencia TO WS-OpAgencia(WS-OpIdx)
               ELSE
                   MOVE 'S' TO WS-TabelaEstourada
                   MOVE 0 TO WS-OpIdx
               END-IF
           END-IF.

      * A venda caiu quando o produto não está mais de pé no
      * registro de origem.
       VerificarCancelamento.
           MOVE 'N' TO WS-Cancelada
           EVALUATE WS-ProcProduto
               WHEN 'CONT'
                   MOVE WS-ProcChave TO ContaNumero
                   READ ContaFile
                       INVALID KEY
                           MOVE 'S' TO WS-Cancelada
                       NOT INVALID KEY
                           IF ContaEncerrada
                               MOVE 'S' TO WS-Cancelada
                           END-IF
                   END-READ
               WHEN 'PACO'
                   MOVE WS-ProcChave TO ContaNumero
                   READ ContaFile
                       INVALID KEY
                           MOVE 'S' TO WS-Cancelada
                       NOT INVALID KEY
                           IF ContaPacoteID NOT = WS-ProcComplemento
                                   OR ContaEncerrada
                               MOVE 'S' TO WS-Cancelada
                           END-IF
                   END-READ
               WHEN 'CLIE'
                   MOVE WS-ProcChave TO ClienteID
                   READ ClienteFile
                       INVALID KEY
                           MOVE 'S' TO WS-Cancelada
                       NOT INVALID KEY
                           IF ClienteInativo
                               MOVE 'S' TO WS-Cancelada
                           END-IF
                   END-READ
               WHEN 'CDB '
                   PERFORM VerificarAplicacao
               WHEN 'EMPR'
                   PERFORM VerificarEmprestimo
               WHEN 'DEBA'
                   PERFORM VerificarAdesao
           END-EVALUATE.

      * Resgate (status R) é sempre antes do vencimento; o
      * vencimento liquida com status L.
       VerificarAplicacao.
           MOVE 'N' TO WS-AchouProduto
           OPEN INPUT AplicacaoFile
           IF WS-AplicFileStatus = '00'
               PERFORM UNTIL WS-AplicFileStatus = '10'
                   READ AplicacaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AplicacaoID = WS-ProcChave
                               MOVE 'S' TO WS-AchouProduto
                               IF AplicacaoResgatada
                                   MOVE 'S' TO WS-Cancelada
                               END-IF
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AplicacaoFile
           END-IF
           IF WS-AchouProduto = 'N'
               MOVE 'S' TO WS-Cancelada
           END-IF.

       VerificarEmprestimo.
           MOVE 'N' TO WS-AchouProduto
           OPEN INPUT EmprestimoFile
           IF WS-EmprestFileStatus = '00'
               PERFORM UNTIL WS-EmprestFileStatus = '10'
                   READ EmprestimoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EmprestimoID = WS-ProcChave
                               MOVE 'S' TO WS-AchouProduto
                               IF EmprestimoCancelado
                                   MOVE 'S' TO WS-Cancelada
                               END-IF
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF
           IF WS-AchouProduto = 'N'
               MOVE 'S' TO WS-Cancelada
           END-IF.

       VerificarAdesao.
           MOVE 'S' TO WS-Cancelada
           OPEN INPUT AutorizacaoFile
           IF WS-AutFileStatus = '00'
               PERFORM UNTIL WS-AutFileStatus = '10'
                   READ AutorizacaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AutDebContaNumero = WS-ProcChave AND
                                   AutDebConvenioID =
                                       WS-ProcComplemento AND
                                   AutDebAtiva
                               MOVE 'N' TO WS-Cancelada
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AutorizacaoFile
           END-IF.

       LiberarOperadores.
           PERFORM VARYING WS-OpIdx FROM 1 BY 1
                   UNTIL WS-OpIdx > WS-OpQtde
               MOVE WS-OpAgencia(WS-OpIdx) TO SortAgencia
               MOVE WS-OpID(WS-OpIdx) TO SortOperadorID
               MOVE WS-OpIdx TO SortIdx
               RELEASE ProducaoSortRecord
           END-PERFORM.

       EscreverProducao.
           MOVE 'N' TO WS-FimSort
           PERFORM UNTIL WS-FimSort = 'S'
               RETURN ProducaoSortFile
                   AT END
                       MOVE 'S' TO WS-FimSort
                   NOT AT END
                       IF WS-PrimeiraAgencia = 'S' OR
                               SortAgencia NOT = WS-AgenciaCorrente
                           IF WS-PrimeiraAgencia = 'N'
                               PERFORM EscreverTotalAgencia
                           END-IF
                           MOVE 'N' TO WS-PrimeiraAgencia
                           MOVE SortAgencia TO WS-AgenciaCorrente
                           PERFORM EscreverCabecalhoAgencia
                       END-IF
                       MOVE SortIdx TO WS-OpIdx
                       PERFORM EscreverLinhaOperador
               END-RETURN
           END-PERFORM
           IF WS-PrimeiraAgencia = 'N'
               PERFORM EscreverTotalAgencia
           END-IF.

       EscreverCabecalho.
           MOVE SPACES TO ReportLine
           STRING 'PRODUÇÃO COMERCIAL E COMISSÃO DE VENDAS - '
                  DELIMITED BY SIZE
                  'competência ' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine.

       EscreverCabecalhoAgencia.
           MOVE 0 TO WS-AgComissao
           MOVE 0 TO WS-AgEstorno
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Agência ' DELIMITED BY SIZE
                  WS-AgenciaCorrente DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'OPERADOR   CONT CLIE  CDB EMPR PACO DEBA'
                  DELIMITED BY SIZE
                  '     VOLUME CDB     VOLUME EMPR PRZ'
                  DELIMITED BY SIZE
                  '    COMISSÃO     ESTORNO     LÍQUIDO'
                  DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       EscreverLinhaOperador.
           MOVE WS-OpQtdeProduto(WS-OpIdx, 1) TO WS-QtdeEd
           MOVE WS-OpQtdeProduto(WS-OpIdx, 2) TO WS-QtdeEd2
           MOVE WS-OpQtdeProduto(WS-OpIdx, 3) TO WS-QtdeEd3
           MOVE WS-OpQtdeProduto(WS-OpIdx, 4) TO WS-QtdeEd4
           MOVE WS-OpQtdeProduto(WS-OpIdx, 5) TO WS-QtdeEd5
           MOVE WS-OpQtdeProduto(WS-OpIdx, 6) TO WS-QtdeEd6
           MOVE WS-OpVolumeCDB(WS-OpIdx) TO WS-ValorEd
           MOVE WS-OpVolumeEmp(WS-OpIdx) TO WS-ValorEd2
           MOVE 0 TO WS-PrazoMedio
           IF WS-OpQtdeProduto(WS-OpIdx, 4) > 0
               COMPUTE WS-PrazoMedio ROUNDED =
                   WS-OpSomaPrazoEmp(WS-OpIdx) /
                   WS-OpQtdeProduto(WS-OpIdx, 4)
           END-IF
           COMPUTE WS-Liquido =
               WS-OpComissao(WS-OpIdx) - WS-OpEstorno(WS-OpIdx)
           MOVE WS-OpComissao(WS-OpIdx) TO WS-ComissaoEd
           MOVE WS-OpEstorno(WS-OpIdx) TO WS-EstornoEd
           MOVE WS-Liquido TO WS-LiquidoEd
           ADD WS-OpComissao(WS-OpIdx) TO WS-AgComissao
           ADD WS-OpEstorno(WS-OpIdx) TO WS-AgEstorno
           MOVE SPACES TO ReportLine
           STRING WS-OpID(WS-OpIdx) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QtdeEd DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QtdeEd2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QtdeEd3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QtdeEd4 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QtdeEd5 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QtdeEd6 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ValorEd2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PrazoMedio DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ComissaoEd DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EstornoEd DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LiquidoEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       EscreverTotalAgencia.
           COMPUTE WS-Liquido = WS-AgComissao - WS-AgEstorno
           MOVE WS-AgComissao TO WS-ComissaoEd
           MOVE WS-AgEstorno TO WS-EstornoEd
           MOVE WS-Liquido TO WS-LiquidoEd
           MOVE SPACES TO ReportLine
           STRING 'Total da agência ' DELIMITED BY SIZE
                  WS-AgenciaCorrente DELIMITED BY SIZE
                  ': comissão ' DELIMITED BY SIZE
                  WS-ComissaoEd DELIMITED BY SIZE
                  '  estornos ' DELIMITED BY SIZE
                  WS-EstornoEd DELIMITED BY SIZE
                  '  líquido ' DELIMITED BY SIZE
                  WS-LiquidoEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       EscreverTotais.
           COMPUTE WS-Liquido = WS-TotComissao - WS-TotEstorno
           MOVE WS-TotComissao TO WS-ValorEd
           MOVE WS-TotEstorno TO WS-ValorEd2
           MOVE WS-Liquido TO WS-LiquidoEd
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'TOTAL GERAL: comissão ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
                  '  estornos ' DELIMITED BY SIZE
                  WS-ValorEd2 DELIMITED BY SIZE
                  '  líquido ' DELIMITED BY SIZE
                  WS-LiquidoEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine
           IF WS-TabelaEstourada = 'S'
               MOVE 'AVISO: tabela de operadores esgotada.'
                   TO ReportLine
               WRITE ReportLine
               DISPLAY ReportLine
           END-IF.

       END PROGRAM RelatorioProducaoComercial.
