       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsultaContrato.

      *****************************************************************
      *  ConsultaContrato.cbl - Consulta de contrato de empréstimo.
      *  Dado o número do contrato, mostra os dados do empréstimo e o
      *  cronograma de parcelas. Procura primeiro nos arquivos ativos
      *  (emprestimos.dat e parcelas.dat) e depois nas gerações
      *  históricas catalogadas em historico_catalogo.dat pelo
      *  ArquivarContratos, de modo que o contrato encerrado e
      *  arquivado continua visível; cada registro sai com a
      *  indicação do arquivo de onde veio. Somente leitura.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestStatus.

           SELECT ParcelaFile ASSIGN TO 'parcelas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParcelaStatus.

           SELECT HistCatFile ASSIGN TO 'historico_catalogo.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HistCatStatus.

           SELECT HistoricoFile ASSIGN DYNAMIC WS-HistFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HistStatus.

           SELECT SessaoFile ASSIGN TO 'sessao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  EmprestimoFile.
       COPY EMPRESTREC.

       FD  ParcelaFile.
       COPY PARCREC.

       FD  HistCatFile.
       COPY HISTCATREC.

       FD  HistoricoFile.
       01  HistoricoLinha             PIC X(150).

       FD  SessaoFile.
       01  SessaoRecord.
           05  SessaoOperadorID       PIC X(10).
           05  SessaoPerfil           PIC X(1).
           05  SessaoLimite           PIC 9(7)V99.
           05  SessaoTreinamento      PIC X(1).
           05  SessaoAgencia          PIC 9(4).
           05  SessaoData             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EmprestStatus     PIC XX.
       01  WS-ParcelaStatus     PIC XX.
       01  WS-HistCatStatus     PIC XX.
       01  WS-HistStatus        PIC XX.
       01  WS-SessaoStatus      PIC XX.
       01  WS-HistFileName      PIC X(40).
       01  WS-OperadorID        PIC X(10) VALUE SPACES.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-ContratoID        PIC 9(5) VALUE 0.
       01  WS-ContratoAchado    PIC X VALUE 'N'.
       01  WS-OrigemRegistro    PIC X(40) VALUE SPACES.
      * Gerações históricas do catálogo, por origem.
       01  WS-GerQtde           PIC 9(3) VALUE 0.
       01  WS-GerTabela.
           05  WS-Geracao OCCURS 200 TIMES.
               10  WS-GerOrigem     PIC X(4).
               10  WS-GerNome       PIC X(40).
       01  WS-GerIdx            PIC 9(3) VALUE 0.
       01  WS-QtdeParcelas      PIC 9(3) VALUE 0.
       01  WS-ValorEdit         PIC Z(6)9.99.
       01  WS-TaxaEdit          PIC 9.9999.
       01  WS-StatusDescricao   PIC X(12).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           PERFORM LerSessaoOperador
           IF WS-OperadorID = SPACES
               DISPLAY 'Operador não identificado: faça o login.'
               GOBACK
           END-IF

           DISPLAY 'Consulta de contrato de empréstimo'
           DISPLAY '----------------------------------'
           DISPLAY 'Número do contrato: '
           ACCEPT WS-ContratoID
           IF WS-ContratoID = 0
               DISPLAY 'Contrato não informado.'
               GOBACK
           END-IF

           PERFORM CarregarCatalogo
           PERFORM LocalizarContrato
           IF WS-ContratoAchado = 'N'
               DISPLAY 'Contrato não encontrado no ativo nem no'
               DISPLAY 'histórico.'
               GOBACK
           END-IF

           PERFORM MostrarContrato
           DISPLAY ' '
           DISPLAY 'Parcelas:'
           MOVE 0 TO WS-QtdeParcelas
           PERFORM ListarParcelasAtivas
           PERFORM VARYING WS-GerIdx FROM 1 BY 1
                   UNTIL WS-GerIdx > WS-GerQtde
               IF WS-GerOrigem(WS-GerIdx) = 'PARC'
                   PERFORM ListarParcelasGeracao
               END-IF
           END-PERFORM
           IF WS-QtdeParcelas = 0
               DISPLAY '  Nenhuma parcela registrada.'
           END-IF
           GOBACK.

      * Sessão do menu de caixa: identificação do operador vem de
      * sessao.dat, gravada no login do dia.
       LerSessaoOperador.
           OPEN INPUT SessaoFile
           IF WS-SessaoStatus = '00'
               READ SessaoFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SessaoData = WS-DataHojeOrd
                           MOVE SessaoOperadorID TO WS-OperadorID
                       END-IF
               END-READ
               CLOSE SessaoFile
           END-IF.

       CarregarCatalogo.
           MOVE 0 TO WS-GerQtde
           OPEN INPUT HistCatFile
           IF WS-HistCatStatus = '00'
               PERFORM UNTIL WS-HistCatStatus = '10'
                   READ HistCatFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF (HistCatOrigem = 'EMPR' OR
                                   HistCatOrigem = 'PARC') AND
                                   WS-GerQtde < 200
                               ADD 1 TO WS-GerQtde
                               MOVE HistCatOrigem
                                   TO WS-GerOrigem(WS-GerQtde)
                               MOVE HistCatNome
                                   TO WS-GerNome(WS-GerQtde)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistCatFile
           END-IF.

      * Ativo primeiro; se o contrato já foi arquivado, as gerações
      * EMPR do catálogo, na ordem em que foram criadas.
       LocalizarContrato.
           MOVE 'N' TO WS-ContratoAchado
           OPEN INPUT EmprestimoFile
           IF WS-EmprestStatus = '00'
               PERFORM UNTIL WS-EmprestStatus = '10'
                   READ EmprestimoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EmprestimoID = WS-ContratoID
                               MOVE 'S' TO WS-ContratoAchado
                               MOVE 'emprestimos.dat (ativo)'
                                   TO WS-OrigemRegistro
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF
           PERFORM VARYING WS-GerIdx FROM 1 BY 1
                   UNTIL WS-GerIdx > WS-GerQtde
                      OR WS-ContratoAchado = 'S'
               IF WS-GerOrigem(WS-GerIdx) = 'EMPR'
                   PERFORM ProcurarContratoGeracao
               END-IF
           END-PERFORM.

       ProcurarContratoGeracao.
           MOVE WS-GerNome(WS-GerIdx) TO WS-HistFileName
           OPEN INPUT HistoricoFile
           IF WS-HistStatus = '00'
               PERFORM UNTIL WS-HistStatus = '10'
                   READ HistoricoFile INTO EmprestimoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EmprestimoID = WS-ContratoID
                               MOVE 'S' TO WS-ContratoAchado
                               MOVE WS-HistFileName
                                   TO WS-OrigemRegistro
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoricoFile
           END-IF.

       MostrarContrato.
           EVALUATE TRUE
               WHEN EmprestimoAtivo
                   MOVE 'Ativo' TO WS-StatusDescricao
               WHEN EmprestimoQuitado
                   MOVE 'Quitado' TO WS-StatusDescricao
               WHEN EmprestimoCancelado
                   MOVE 'Cancelado' TO WS-StatusDescricao
               WHEN EmprestimoRenegociado
                   MOVE 'Renegociado' TO WS-StatusDescricao
               WHEN OTHER
                   MOVE EmprestimoStatus TO WS-StatusDescricao
           END-EVALUATE
           DISPLAY ' '
           DISPLAY 'Contrato: ' EmprestimoID
               '   Conta: ' EmprestimoContaNumero
           DISPLAY 'Origem: ' WS-OrigemRegistro
           DISPLAY 'Contratado em: ' EmprestimoDataContratacao
               '   Situação: ' WS-StatusDescricao
           MOVE EmprestimoValorPrincipal TO WS-ValorEdit
           DISPLAY 'Valor principal: ' WS-ValorEdit
           MOVE EmprestimoTaxaMensal TO WS-TaxaEdit
           DISPLAY 'Taxa mensal: ' WS-TaxaEdit
               '   Prazo: ' EmprestimoPrazoMeses ' meses'
           MOVE EmprestimoValorParcela TO WS-ValorEdit
           DISPLAY 'Valor da parcela: ' WS-ValorEdit
           DISPLAY 'Parcelas pagas: ' EmprestimoParcelasPagas
               '   Em atraso: ' EmprestimoParcelasAtraso
           IF EmprestimoRenegociado
               DISPLAY 'Renegociado no contrato: ' EmprestimoSucessorID
           END-IF.

       ListarParcelasAtivas.
           MOVE 'ativo' TO WS-OrigemRegistro
           OPEN INPUT ParcelaFile
           IF WS-ParcelaStatus = '00'
               PERFORM UNTIL WS-ParcelaStatus = '10'
                   READ ParcelaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ParcelaEmprestimoID = WS-ContratoID
                               PERFORM MostrarParcela
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF.

       ListarParcelasGeracao.
           MOVE WS-GerNome(WS-GerIdx) TO WS-HistFileName
           MOVE WS-HistFileName TO WS-OrigemRegistro
           OPEN INPUT HistoricoFile
           IF WS-HistStatus = '00'
               PERFORM UNTIL WS-HistStatus = '10'
                   READ HistoricoFile INTO ParcelaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ParcelaEmprestimoID = WS-ContratoID
                               PERFORM MostrarParcela
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoricoFile
           END-IF.

       MostrarParcela.
           ADD 1 TO WS-QtdeParcelas
           EVALUATE TRUE
               WHEN ParcelaPendente
                   MOVE 'Pendente' TO WS-StatusDescricao
               WHEN ParcelaPaga
                   MOVE 'Paga' TO WS-StatusDescricao
               WHEN ParcelaAtrasada
                   MOVE 'Atrasada' TO WS-StatusDescricao
               WHEN ParcelaCancelada
                   MOVE 'Cancelada' TO WS-StatusDescricao
               WHEN ParcelaLiquidada
                   MOVE 'Liquidada' TO WS-StatusDescricao
               WHEN OTHER
                   MOVE ParcelaStatus TO WS-StatusDescricao
           END-EVALUATE
           MOVE ParcelaValor TO WS-ValorEdit
           DISPLAY '  ' ParcelaNumero ' venc ' ParcelaDataVencimento
               ' ' WS-ValorEdit ' ' WS-StatusDescricao
               ' [' WS-OrigemRegistro(1:30) ']'.

       END PROGRAM ConsultaContrato.
