               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProtSeqFileStatus.

           SELECT ChequeAdmFile ASSIGN TO 'cheques_administrativos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ChAdmFileStatus.

           SELECT ApresentadoFile ASSIGN TO 'cheques_apresentados.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AprFileStatus.

           SELECT HistCatFile ASSIGN TO 'historico_catalogo.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HistCatStatus.

           SELECT HistoricoFile ASSIGN DYNAMIC WS-HistFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HistStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       FD  ChequeFile.
       COPY CHEQREC.

       FD  ChequeAdmFile.
       COPY CHADMREC.

       FD  CcfFile.
       COPY CCFREC.

           05  ApresentadoChequeNumero PIC 9(6).
           05  ApresentadoValor        PIC 9(7)V99.

       FD  HistCatFile.
       COPY HISTCATREC.

       FD  HistoricoFile.
       01  HistoricoLinha             PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-MovFileStatus       PIC XX.
       01  WS-ChequeFileStatus    PIC XX.
       01  WS-AprFileStatus       PIC XX.
       01  WS-ChAdmFileStatus     PIC XX.
       01  WS-HistCatStatus       PIC XX.
       01  WS-HistStatus          PIC XX.
       01  WS-HistFileName        PIC X(40).
      *    Gerações CHEQ do catálogo: folha compensada que o
      *    ArquivarContratos já tirou de cheques.dat.
       01  WS-GerQtde             PIC 9(3) VALUE 0.
       01  WS-GerTabela.
           05  WS-GerNome         PIC X(40) OCCURS 200 TIMES.
       01  WS-GerIdx              PIC 9(3) VALUE 0.
      *    Conta interna contra a qual o banco saca os cheques
      *    administrativos (parâmetro CHADM-CONTA-INTERNA); zero =
      *    não configurada.
       01  WS-ContaChAdm          PIC 9(7) VALUE 0.
       01  WS-ChAdmCompensados    PIC 9(5) VALUE 0.
       01  WS-ParamNome           PIC X(20).
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.
       01  WS-ChequeSituacao      PIC X VALUE ' '.
      *    ' ' = não encontrado, 'E' = em aberto, demais = status
      *    atual da folha em cheques.dat.
           MOVE WS-DataHoje TO WS-MovData
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-MovHora

           MOVE 'CHADM-CONTA-INTERNA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-ContaChAdm
           END-IF

           OPEN INPUT ApresentadoFile
           IF WS-AprFileStatus NOT = '00'
               DISPLAY

           MOVE 'Iniciando compensação de cheques...' TO WS-Mensagem
           DISPLAY WS-Mensagem
           PERFORM CarregarCatalogo

           PERFORM ProcessarApresentados

           DISPLAY 'Cheques devolvidos (sem fundos): '
               WS-ChequesDevolvidos
           DISPLAY 'Titulares inscritos no CCF: ' WS-InscritosCCF
           DISPLAY 'Cheques administrativos liquidados: '
               WS-ChAdmCompensados
           DISPLAY 'Cheques rejeitados (sustados/inválidos): '
               WS-ChequesRejeitados
           STOP RUN.
           END-PERFORM.

       ProcessarCheque.
           IF WS-ContaChAdm > 0 AND
                   ApresentadoContaNumero = WS-ContaChAdm
               PERFORM ProcessarChequeAdm
           ELSE
               PERFORM ProcessarChequeCliente
           END-IF.

       ProcessarChequeCliente.
           PERFORM LocalizarCheque

           EVALUATE WS-ChequeSituacao
                   PERFORM CompensarCheque
           END-EVALUATE.

      * Cheque administrativo: sacado pelo banco contra a conta
      * interna. Só o emitido em circulação e pelo valor de emissão
      * é liquidado, com débito na interna, que baixa o passivo;
      * cancelado, já compensado ou com valor divergente volta.
       ProcessarChequeAdm.
           PERFORM LocalizarChequeAdm
           EVALUATE WS-ChequeSituacao
               WHEN ' '
                   ADD 1 TO WS-ChequesRejeitados
                   DISPLAY 'Cheque administrativo '
                       ApresentadoChequeNumero
                       ': não emitido, rejeitado.'
               WHEN 'X'
                   ADD 1 TO WS-ChequesRejeitados
                   DISPLAY 'Cheque administrativo '
                       ApresentadoChequeNumero
                       ': cancelado, devolvido.'
               WHEN 'C'
                   ADD 1 TO WS-ChequesRejeitados
                   DISPLAY 'Cheque administrativo '
                       ApresentadoChequeNumero
                       ': já apresentado, rejeitado.'
               WHEN 'E'
                   IF ApresentadoValor NOT = ChAdmValor
                       ADD 1 TO WS-ChequesRejeitados
                       DISPLAY 'Cheque administrativo '
                           ApresentadoChequeNumero
                           ': valor divergente da emissão, devolvido.'
                   ELSE
                       PERFORM LiquidarChequeAdm
                   END-IF
           END-EVALUATE.

       LocalizarChequeAdm.
           MOVE ' ' TO WS-ChequeSituacao
           OPEN INPUT ChequeAdmFile
           IF WS-ChAdmFileStatus = '00'
               PERFORM UNTIL WS-ChAdmFileStatus = '10'
                   READ ChequeAdmFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ChAdmNumero = ApresentadoChequeNumero
                               MOVE ChAdmStatus TO WS-ChequeSituacao
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ChequeAdmFile
           END-IF.

       LiquidarChequeAdm.
           MOVE WS-ContaChAdm TO ContaNumero
           READ ContaFile
               INVALID KEY
                   ADD 1 TO WS-ChequesRejeitados
                   DISPLAY 'Cheque administrativo '
                       ApresentadoChequeNumero
                       ': conta interna não encontrada, rejeitado.'
               NOT INVALID KEY
                   SUBTRACT ApresentadoValor FROM ContaSaldo
                   REWRITE ContaRecord
           CALL 'GravarJournal' USING 'CompensacaoCheques  '
               'contas          ' ContaRecord

                   MOVE SPACES TO WS-MovDescricao
                   STRING 'Cheque administrativo ' DELIMITED BY SIZE
                          ApresentadoChequeNumero DELIMITED BY SIZE
                          ' compensado' DELIMITED BY SIZE
                       INTO WS-MovDescricao
                   MOVE WS-ContaChAdm TO MovimentacaoContaNumero
                   MOVE WS-MovData TO MovimentacaoData
                   MOVE WS-MovHora TO MovimentacaoHora
                   MOVE 'H' TO MovimentacaoTipo
                   MOVE ApresentadoValor TO MovimentacaoValor
                   MOVE ContaSaldo TO MovimentacaoSaldoApos
                   MOVE WS-MovDescricao TO MovimentacaoDescricao
                   MOVE 0 TO MovimentacaoContaRelacionada
                   PERFORM ObterProximoProtocolo
                   MOVE WS-Protocolo TO MovimentacaoProtocolo
                   MOVE 'COMPENS' TO MovimentacaoOperadorID
                   PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'CompensacaoCheques  '
               'movimentacao    ' MovimentacaoRecord

                   PERFORM RegravarChequeAdm
                   ADD 1 TO WS-ChAdmCompensados
                   ADD 1 TO WS-ChequesCompensados
                   ADD ApresentadoValor TO WS-ValorCompensado
                   DISPLAY 'Cheque administrativo '
                       ApresentadoChequeNumero ': R$ '
                       ApresentadoValor ' liquidados.'
           END-READ.

       RegravarChequeAdm.
           OPEN I-O ChequeAdmFile
           IF WS-ChAdmFileStatus = '00'
               PERFORM UNTIL WS-ChAdmFileStatus = '10'
                   READ ChequeAdmFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ChAdmNumero = ApresentadoChequeNumero
                               MOVE 'C' TO ChAdmStatus
                               MOVE WS-DataHojeOrd TO ChAdmDataBaixa
                               MOVE 'COMPENS' TO ChAdmOperadorBaixa
                               MOVE WS-Protocolo
                                   TO ChAdmProtocoloBaixa
                               REWRITE ChequeAdmRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ChequeAdmFile
           END-IF.

       LocalizarCheque.
           MOVE ' ' TO WS-ChequeSituacao
           OPEN INPUT ChequeFile
                   END-READ
               END-PERFORM
               CLOSE ChequeFile
           END-IF
           PERFORM VARYING WS-GerIdx FROM 1 BY 1
                   UNTIL WS-GerIdx > WS-GerQtde OR
                       WS-ChequeSituacao NOT = ' '
               PERFORM LocalizarChequeHistorico
           END-PERFORM.

      * Só folha compensada vai para o histórico; achada lá, a
      * apresentação é repetida.
       LocalizarChequeHistorico.
           MOVE WS-GerNome(WS-GerIdx) TO WS-HistFileName
           OPEN INPUT HistoricoFile
           IF WS-HistStatus = '00'
               PERFORM UNTIL WS-HistStatus = '10'
                   READ HistoricoFile INTO ChequeRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ChequeContaNumero =
                                   ApresentadoContaNumero AND
                                   ChequeNumero =
                                       ApresentadoChequeNumero
                               MOVE ChequeStatus TO WS-ChequeSituacao
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoricoFile
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
                           IF HistCatOrigem = 'CHEQ' AND
                                   WS-GerQtde < 200
                               ADD 1 TO WS-GerQtde
                               MOVE HistCatNome
                                   TO WS-GerNome(WS-GerQtde)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistCatFile
           END-IF.

      * Débito pelo mesmo caminho de lançamento do saque: saldo mais
