       IDENTIFICATION DIVISION.
       PROGRAM-ID. DescontoTitulos.

      *****************************************************************
      *  DescontoTitulos.cbl - Desconto de títulos da nossa cobrança
      *  (antecipação de recebíveis ao cedente). Lista os títulos do
      *  cedente ainda não pagos e a vencer em titulos.dat e antecipa
      *  os escolhidos: a conta do cedente recebe o valor de face já
      *  descontado o deságio, juro simples pro rata dia até o
      *  vencimento na taxa mensal do parâmetro DESC-TIT-TAXA (% a.m.),
      *  e o título fica marcado como descontado. A liquidação pelo
      *  retorno de cobrança quita a operação e o vencimento sem
      *  pagamento é debitado do cedente, ambos no CobrancaTitulos.
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

           SELECT CedenteFile ASSIGN TO 'cedentes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CedFileStatus.

           SELECT TituloFile ASSIGN TO 'titulos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TitFileStatus.

           SELECT ProtocoloSeqFile ASSIGN TO 'protseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProtSeqFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  MovimentacaoFile.
       COPY MOVREC.

       FD  CedenteFile.
       COPY CEDREC.

       FD  TituloFile.
       COPY TITREC.

       FD  ProtocoloSeqFile.
       01  ProtocoloSeqRecord.
           05  SeqUltimoProtocolo     PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-MovFileStatus       PIC XX.
       01  WS-CedFileStatus       PIC XX.
       01  WS-TitFileStatus       PIC XX.
       01  WS-ProtSeqFileStatus   PIC XX.
       01  WS-OperadorID          PIC X(10).
       01  WS-CedenteBusca        PIC 9(4) VALUE 0.
       01  WS-CedenteAchado       PIC X VALUE 'N'.
       01  WS-CedenteConta        PIC 9(7) VALUE 0.
       01  WS-CedenteNome         PIC A(40).
       01  WS-ContaValida         PIC X VALUE 'N'.
       01  WS-ClienteCedente      PIC 9(5) VALUE 0.
       01  WS-DossieSituacao      PIC X VALUE ' '.
       01  WS-DossiePendentes     PIC X(40) VALUE SPACES.
       01  WS-NossoNumeroBusca    PIC 9(10) VALUE 0.
       01  WS-TituloAchado        PIC X VALUE 'N'.
       01  WS-Confirmacao         PIC X VALUE 'N'.
      * Deságio em juro simples: valor de face x taxa mensal / 30 x
      * dias corridos até o vencimento.
       01  WS-TaxaDesconto        PIC 9(3)V9(4) VALUE 2.50.
       01  WS-DiasAntecipados     PIC S9(5) VALUE 0.
       01  WS-ValorFace           PIC 9(7)V99 VALUE 0.
       01  WS-ValorDesagio        PIC 9(7)V99 VALUE 0.
       01  WS-ValorLiquido        PIC 9(7)V99 VALUE 0.
       01  WS-Elegiveis           PIC 9(5) VALUE 0.
       01  WS-Descontados         PIC 9(5) VALUE 0.
       01  WS-TotalLiquido        PIC 9(9)V99 VALUE 0.
       01  WS-Protocolo           PIC 9(10) VALUE 0.
       01  WS-MovDescricao        PIC A(100).
       01  WS-MovData             PIC X(10).
       01  WS-MovGravado          PIC X VALUE 'N'.
       01  WS-ParamNome           PIC X(20).
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.
       01  WS-LogNivel            PIC X(10) VALUE 'INFO'.
       01  WS-LogMensagem         PIC X(100).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY 'Informe o ID do operador: '
           ACCEPT WS-OperadorID

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           COMPUTE WS-DataHojeOrd =
               WS-AnoHoje * 10000 + WS-MesHoje * 100 + WS-DiaHoje
           MOVE WS-DataHoje TO WS-MovData

           MOVE 'DESC-TIT-TAXA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
               MOVE WS-ParamValor TO WS-TaxaDesconto
           END-IF

           DISPLAY 'Desconto de Títulos'
           DISPLAY '-------------------'
           DISPLAY 'ID do cedente: '
           ACCEPT WS-CedenteBusca
           PERFORM LocalizarCedente
           IF WS-CedenteAchado = 'N'
               DISPLAY 'Cedente inexistente ou inativo!'
               STOP RUN
           END-IF

           OPEN I-O ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN I-O ContaFile
           END-IF
           PERFORM VerificarContaCedente
           IF WS-ContaValida = 'N'
               DISPLAY 'Conta do cedente não encontrada ou não ativa!'
               CLOSE ContaFile
               STOP RUN
           END-IF
      *    Antecipação é crédito ao cedente: só com o dossiê
      *    documental completo.
           MOVE ContaClienteID TO WS-ClienteCedente
           CALL 'VerificarDossie' USING WS-ClienteCedente
               WS-DossieSituacao WS-DossiePendentes
           IF WS-DossieSituacao NOT = 'C'
               DISPLAY 'Dossiê documental incompleto!'
               DISPLAY 'Desconto não permitido.'
               DISPLAY WS-DossiePendentes
               CLOSE ContaFile
               STOP RUN
           END-IF
           OPEN I-O MovimentacaoFile
           IF WS-MovFileStatus = '35'
               OPEN OUTPUT MovimentacaoFile
               CLOSE MovimentacaoFile
               OPEN I-O MovimentacaoFile
           END-IF

           DISPLAY 'Cedente: ' WS-CedenteNome
           DISPLAY 'Taxa de desconto: ' WS-TaxaDesconto '% a.m.'
           PERFORM ListarTitulosElegiveis
           IF WS-Elegiveis = 0
               DISPLAY 'Nenhum título a vencer disponível para'
               DISPLAY 'desconto.'
           ELSE
               MOVE 1 TO WS-NossoNumeroBusca
               PERFORM UNTIL WS-NossoNumeroBusca = 0
                   DISPLAY 'Nosso número a descontar (0 encerra): '
                   ACCEPT WS-NossoNumeroBusca
                   IF WS-NossoNumeroBusca NOT = 0
                       PERFORM DescontarTitulo
                   END-IF
               END-PERFORM
           END-IF

           CLOSE MovimentacaoFile
           CLOSE ContaFile
           DISPLAY 'Títulos descontados: ' WS-Descontados
               ' - líquido creditado R$ ' WS-TotalLiquido
           STOP RUN.

       LocalizarCedente.
           MOVE 'N' TO WS-CedenteAchado
           OPEN INPUT CedenteFile
           IF WS-CedFileStatus = '00'
               PERFORM UNTIL WS-CedFileStatus = '10'
                   READ CedenteFile INTO CedenteRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CedenteID = WS-CedenteBusca AND
                                   CedenteAtivo
                               MOVE 'S' TO WS-CedenteAchado
                               MOVE CedenteContaNumero
                                   TO WS-CedenteConta
                               MOVE CedenteNome TO WS-CedenteNome
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CedenteFile
           END-IF.

       VerificarContaCedente.
           MOVE 'N' TO WS-ContaValida
           MOVE WS-CedenteConta TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ContaAtiva
                       MOVE 'S' TO WS-ContaValida
                   END-IF
           END-READ.

      * Elegível: título do cedente emitido ou registrado, nunca
      * descontado e com vencimento ao menos no dia seguinte.
       ListarTitulosElegiveis.
           MOVE 0 TO WS-Elegiveis
           OPEN INPUT TituloFile
           IF WS-TitFileStatus = '00'
               DISPLAY 'Nosso número  Pagador'
                   '                    Vencimento  Valor'
                   '       Líquido'
               PERFORM UNTIL WS-TitFileStatus = '10'
                   READ TituloFile INTO TituloRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF TituloCedenteID = WS-CedenteBusca
                               PERFORM AvaliarTitulo
                               IF WS-TituloAchado = 'S'
                                   ADD 1 TO WS-Elegiveis
                                   DISPLAY TituloNossoNumero '    '
                                       TituloPagadorNome(1:25) ' '
                                       TituloDataVencimento '  '
                                       TituloValor '  '
                                       WS-ValorLiquido
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TituloFile
           END-IF.

       AvaliarTitulo.
           MOVE 'N' TO WS-TituloAchado
           IF (TituloAberto OR TituloRegistrado) AND
                   TituloDesconto = SPACE AND
                   TituloDataVencimento > WS-DataHojeOrd
               COMPUTE WS-DiasAntecipados =
                   FUNCTION INTEGER-OF-DATE(TituloDataVencimento) -
                   FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd)
               MOVE TituloValor TO WS-ValorFace
               COMPUTE WS-ValorDesagio ROUNDED =
                   WS-ValorFace * WS-TaxaDesconto / 100 *
                   WS-DiasAntecipados / 30
               IF WS-ValorDesagio < WS-ValorFace
                   COMPUTE WS-ValorLiquido =
                       WS-ValorFace - WS-ValorDesagio
                   MOVE 'S' TO WS-TituloAchado
               END-IF
           END-IF.

      * O protocolo do crédito fica gravado no título para amarrar a
      * operação ao lançamento na conta do cedente.
       DescontarTitulo.
           MOVE 'N' TO WS-TituloAchado
           OPEN I-O TituloFile
           IF WS-TitFileStatus = '00'
               PERFORM UNTIL WS-TitFileStatus = '10'
                   READ TituloFile INTO TituloRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF TituloNossoNumero = WS-NossoNumeroBusca
                                   AND TituloCedenteID =
                                   WS-CedenteBusca
                               PERFORM AvaliarTitulo
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-TituloAchado = 'N'
               DISPLAY 'Título não encontrado para o cedente ou não'
               DISPLAY 'elegível ao desconto!'
           ELSE
               DISPLAY 'Valor de face: R$ ' WS-ValorFace
                   '  Dias: ' WS-DiasAntecipados
               DISPLAY 'Deságio: R$ ' WS-ValorDesagio
                   '  Líquido a creditar: R$ ' WS-ValorLiquido
               DISPLAY 'Confirma o desconto? (S/N): '
               ACCEPT WS-Confirmacao
               IF WS-Confirmacao = 'S' OR WS-Confirmacao = 's'
                   PERFORM ObterProximoProtocolo
                   MOVE 'D' TO TituloDesconto
                   MOVE WS-DataHojeOrd TO TituloDataDesconto
                   MOVE WS-ValorDesagio TO TituloValorDesagio
                   MOVE WS-Protocolo TO TituloProtocoloDesconto
                   REWRITE TituloRecord
                   PERFORM CreditarCedente
               ELSE
                   DISPLAY 'Desconto não efetuado.'
               END-IF
           END-IF
           IF WS-TitFileStatus = '00' OR WS-TitFileStatus = '10'
               CLOSE TituloFile
           END-IF.

       CreditarCedente.
           MOVE WS-CedenteConta TO ContaNumero
           READ ContaFile
               INVALID KEY
                   DISPLAY 'Conta do cedente não encontrada!'
               NOT INVALID KEY
                   ADD WS-ValorLiquido TO ContaSaldo
                   REWRITE ContaRecord
                   CALL 'GravarJournal' USING 'DescontoTitulos     '
                       'contas          ' ContaRecord

                   MOVE SPACES TO WS-MovDescricao
                   STRING 'Desconto de título nosso número '
                          DELIMITED BY SIZE
                          WS-NossoNumeroBusca DELIMITED BY SIZE
                       INTO WS-MovDescricao
                   MOVE WS-CedenteConta TO MovimentacaoContaNumero
                   MOVE WS-MovData TO MovimentacaoData
                   MOVE FUNCTION CURRENT-DATE(9:8) TO MovimentacaoHora
                   MOVE 'L' TO MovimentacaoTipo
                   MOVE WS-ValorLiquido TO MovimentacaoValor
                   MOVE ContaSaldo TO MovimentacaoSaldoApos
                   MOVE WS-MovDescricao TO MovimentacaoDescricao
                   MOVE 0 TO MovimentacaoContaRelacionada
                   MOVE WS-Protocolo TO MovimentacaoProtocolo
                   MOVE WS-OperadorID TO MovimentacaoOperadorID
                   PERFORM GravarMovimentoIndexado
                   CALL 'GravarJournal' USING 'DescontoTitulos     '
                       'movimentacao    ' MovimentacaoRecord

                   ADD 1 TO WS-Descontados
                   ADD WS-ValorLiquido TO WS-TotalLiquido
                   DISPLAY 'Título ' WS-NossoNumeroBusca
                       ' descontado. Protocolo: ' WS-Protocolo
                   MOVE SPACES TO WS-LogMensagem
                   STRING 'Desconto do título ' DELIMITED BY SIZE
                          WS-NossoNumeroBusca DELIMITED BY SIZE
                          ' para a conta ' DELIMITED BY SIZE
                          WS-CedenteConta DELIMITED BY SIZE
                       INTO WS-LogMensagem
                   PERFORM RegistrarLog
           END-READ.

       ObterProximoProtocolo.
           MOVE 0 TO WS-Protocolo
           OPEN INPUT ProtocoloSeqFile
           IF WS-ProtSeqFileStatus = '00'
               READ ProtocoloSeqFile INTO ProtocoloSeqRecord
                   NOT AT END
                       MOVE SeqUltimoProtocolo TO WS-Protocolo
               END-READ
               CLOSE ProtocoloSeqFile
           END-IF
           ADD 1 TO WS-Protocolo
           MOVE WS-Protocolo TO SeqUltimoProtocolo
           OPEN OUTPUT ProtocoloSeqFile
           WRITE ProtocoloSeqRecord
           CLOSE ProtocoloSeqFile.

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

       RegistrarLog.
           CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem.

       END PROGRAM DescontoTitulos.
