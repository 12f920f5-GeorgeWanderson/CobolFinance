       01  WS-ConvSeqFileStatus PIC XX.
       01  WS-ExitFlag          PIC X VALUE 'N'.
       01  WS-OperacaoChoice    PIC X VALUE ' '.
       01  WS-OperacaoMenu      PIC X(70) VALUE
           '[N]ovo [A]desão [C]anc.adesão a[R]recad. [L]istar [E]: '.
       01  WS-ConvenioID        PIC 9(4) VALUE 0.
       01  WS-ConvenioNome      PIC A(40).
       01  WS-ConvenioDoc       PIC X(14).
       01  WS-LogNivel          PIC X(10) VALUE 'INFO'.
       01  WS-LogMensagem       PIC X(100).
       01  WS-OperadorID        PIC X(10).
       01  WS-VendaProduto      PIC X(4) VALUE 'DEBA'.
       01  WS-VendaChave        PIC 9(7) VALUE 0.
       01  WS-VendaComplemento  PIC 9(5) VALUE 0.
       01  WS-VendaValor        PIC 9(9)V99 VALUE 0.
       01  WS-VendaPrazo        PIC 9(4) VALUE 0.
       01  WS-RespArrecadacao   PIC X VALUE 'N'.
       01  WS-ArrecSegmento     PIC 9(1) VALUE 0.
       01  WS-ArrecCodEmpresa   PIC 9(4) VALUE 0.
       01  WS-ArrecDiasRepasse  PIC 9(2) VALUE 0.
       01  WS-ArrecTarifa       PIC 9(3)V99 VALUE 0.
       01  WS-ArrecCodigoEmUso  PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
               WHEN 'C'
               WHEN 'c'
                   PERFORM CancelarAdesao
               WHEN 'R'
               WHEN 'r'
                   PERFORM ManterArrecadacao
               WHEN 'L'
               WHEN 'l'
                   PERFORM ListarConvenios
           IF WS-DocValido = 'N'
               DISPLAY 'Erro: CNPJ inválido.'
           ELSE
               MOVE 0 TO WS-ConvenioID
               PERFORM PedirDadosArrecadacao
               IF WS-ArrecCodigoEmUso = 'S'
                   DISPLAY 'Convênio não cadastrado.'
               ELSE
               PERFORM ObterProximoConvenioID
               MOVE WS-ConvenioID TO ConvenioID
               MOVE WS-ConvenioNome TO ConvenioNome
               MOVE WS-ConvenioDoc TO ConvenioDocumento
               MOVE 'A' TO ConvenioStatus
               PERFORM MontarDadosArrecadacao

               OPEN EXTEND ConvenioFile
               IF WS-ConvFileStatus = '35'
                      WS-ConvenioNome DELIMITED BY SIZE
                   INTO WS-LogMensagem
               CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem
               END-IF
           END-IF.

      * Convênio arrecadador de contas de consumo e tributos: código
      * da empresa e segmento do código de barras, prazo de repasse
      * em dias úteis e tarifa cobrada por documento. O par código/
      * segmento identifica um único convênio.
       PedirDadosArrecadacao.
           MOVE 'N' TO WS-ArrecCodigoEmUso
           DISPLAY 'Arrecada contas/tributos no caixa? (S/N): '
           ACCEPT WS-RespArrecadacao
           MOVE FUNCTION UPPER-CASE(WS-RespArrecadacao)
               TO WS-RespArrecadacao
           IF WS-RespArrecadacao = 'S'
               DISPLAY 'Segmento do código de barras (1-9): '
               ACCEPT WS-ArrecSegmento
               DISPLAY 'Código da empresa no código de barras: '
               ACCEPT WS-ArrecCodEmpresa
               DISPLAY 'Prazo de repasse (dias úteis): '
               ACCEPT WS-ArrecDiasRepasse
               DISPLAY 'Tarifa por documento arrecadado: '
               ACCEPT WS-ArrecTarifa
               PERFORM VerificarCodigoArrecadacao
               IF WS-ArrecCodigoEmUso = 'S'
                   DISPLAY 'Código/segmento já usado por outro'
                       ' convênio!'
               END-IF
           ELSE
               MOVE 'N' TO WS-RespArrecadacao
               MOVE 0 TO WS-ArrecSegmento
               MOVE 0 TO WS-ArrecCodEmpresa
               MOVE 0 TO WS-ArrecDiasRepasse
               MOVE 0 TO WS-ArrecTarifa
           END-IF.

       MontarDadosArrecadacao.
           MOVE WS-RespArrecadacao TO ConvenioArrecadacao
           MOVE WS-ArrecSegmento TO ConvenioSegmento
           MOVE WS-ArrecCodEmpresa TO ConvenioCodEmpresa
           MOVE WS-ArrecDiasRepasse TO ConvenioDiasRepasse
           MOVE WS-ArrecTarifa TO ConvenioTarifaArrecad.

       VerificarCodigoArrecadacao.
           MOVE 'N' TO WS-ArrecCodigoEmUso
           OPEN INPUT ConvenioFile
           IF WS-ConvFileStatus = '00'
               PERFORM UNTIL WS-ConvFileStatus = '10'
                   READ ConvenioFile INTO ConvenioRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ConvenioArrecadador AND
                                   ConvenioID NOT = WS-ConvenioID AND
                                   ConvenioSegmento =
                                       WS-ArrecSegmento AND
                                   ConvenioCodEmpresa =
                                       WS-ArrecCodEmpresa
                               MOVE 'S' TO WS-ArrecCodigoEmUso
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ConvenioFile
           END-IF.

      * Habilita, altera ou desabilita a arrecadação de um convênio
      * já cadastrado. Documentos já recebidos mantêm a tarifa e a
      * data de repasse gravadas no recebimento.
       ManterArrecadacao.
           DISPLAY 'Número do convênio: '
           ACCEPT WS-ConvenioID
           PERFORM LocalizarConvenio
           IF WS-ConvEncontrado = 'N'
               DISPLAY 'Convênio não encontrado!'
           ELSE
               PERFORM PedirDadosArrecadacao
               IF WS-ArrecCodigoEmUso = 'N'
                   OPEN I-O ConvenioFile
                   IF WS-ConvFileStatus = '00'
                       PERFORM UNTIL WS-ConvFileStatus = '10'
                           READ ConvenioFile INTO ConvenioRecord
                               AT END
                                   EXIT PERFORM
                               NOT AT END
                                   IF ConvenioID = WS-ConvenioID
                                       PERFORM MontarDadosArrecadacao
                                       REWRITE ConvenioRecord
                                       EXIT PERFORM
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ConvenioFile
                   END-IF
                   DISPLAY 'Arrecadação do convênio ' WS-ConvenioID
                       ' atualizada.'
                   MOVE SPACES TO WS-LogMensagem
                   STRING 'Convênio ' DELIMITED BY SIZE
                          WS-ConvenioID DELIMITED BY SIZE
                          ' arrecadação: ' DELIMITED BY SIZE
                          WS-RespArrecadacao DELIMITED BY SIZE
                          ' operador ' DELIMITED BY SIZE
                          WS-OperadorID DELIMITED BY SIZE
                       INTO WS-LogMensagem
                   CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem
               END-IF
           END-IF.

      * Adesão: o titular autoriza o convênio a debitar a conta. O
                       END-IF
                       WRITE AutorizacaoDebitoRecord
                       CLOSE AutorizacaoFile
                       MOVE WS-ContaNumero TO WS-VendaChave
                       MOVE WS-ConvenioID TO WS-VendaComplemento
                       CALL 'RegistrarVenda' USING WS-VendaProduto
                           WS-OperadorID WS-VendaChave
                           WS-VendaComplemento WS-VendaValor
                           WS-VendaPrazo
                       DISPLAY 'Adesão registrada com sucesso!'
                   END-IF
               END-IF
                           ADD 1 TO WS-QtdeListadas
                           DISPLAY '  ' ConvenioID ' ' ConvenioNome
                               ' [' ConvenioStatus ']'
                           IF ConvenioArrecadador
                               DISPLAY '      arrecadação: segmento '
                                   ConvenioSegmento ' empresa '
                                   ConvenioCodEmpresa ' repasse D+'
                                   ConvenioDiasRepasse ' tarifa R$ '
                                   ConvenioTarifaArrecad
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ConvenioFile
