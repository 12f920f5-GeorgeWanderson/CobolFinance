       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetornoProtesto.

      *****************************************************************
      *  RetornoProtesto.cbl - Processamento do retorno do cartório
      *  para os títulos enviados pela RemessaProtesto
      *  (cartorio_retorno.dat). Situações:
      *    PROT - título protestado; segue em aberto no cartório;
      *    PAGO - pago em cartório: o valor repassado liquida o
      *           título e é creditado ao cedente (título descontado
      *           tem a operação quitada, como na liquidação pela
      *           rede de cobrança);
      *    SUST - protesto sustado; o título sai da cobrança.
      *  As custas informadas pelo cartório em qualquer situação são
      *  debitadas do cedente. O arquivo passa pela grade de
      *  arquivos esperados e pela conferência de header/trailer
      *  antes de qualquer baixa.
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

           SELECT RetornoFile ASSIGN TO 'cartorio_retorno.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RetFileStatus.

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

       FD  RetornoFile.
       COPY CTRLREC.
       01  RetornoRecord.
           05  RetNossoNumero         PIC 9(10).
           05  RetSituacao            PIC X(4).
      *        'PROT' = protestado, 'PAGO' = pago em cartório,
      *        'SUST' = protesto sustado.
           05  RetValorPago           PIC 9(7)V99.
           05  RetCustas              PIC 9(7)V99.
           05  RetDataOcorrencia      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-MovFileStatus       PIC XX.
       01  WS-CedFileStatus       PIC XX.
       01  WS-TitFileStatus       PIC XX.
       01  WS-ProtSeqFileStatus   PIC XX.
       01  WS-RetFileStatus       PIC XX.
       01  WS-TituloAchado        PIC X VALUE 'N'.
       01  WS-TituloCedente       PIC 9(4) VALUE 0.
       01  WS-TituloFace          PIC 9(7)V99 VALUE 0.
       01  WS-DescontoAnterior    PIC X VALUE SPACE.
       01  WS-CedenteAchado       PIC X VALUE 'N'.
       01  WS-CedenteConta        PIC 9(7) VALUE 0.
       01  WS-ValorCedente        PIC 9(7)V99 VALUE 0.
       01  WS-LimiteNegativo      PIC S9(9)V99 VALUE 0.
       01  WS-Protocolo           PIC 9(10) VALUE 0.
       01  WS-MovTipo             PIC X VALUE ' '.
       01  WS-MovDescricao        PIC A(100).
       01  WS-MovData             PIC X(10).
       01  WS-MovHora             PIC X(8).
       01  WS-MovGravado          PIC X VALUE 'N'.
       01  WS-Protestados         PIC 9(5) VALUE 0.
       01  WS-PagosCartorio       PIC 9(5) VALUE 0.
       01  WS-Sustados            PIC 9(5) VALUE 0.
       01  WS-Ignorados           PIC 9(5) VALUE 0.
       01  WS-ValorPagoCartorio   PIC 9(11)V99 VALUE 0.
       01  WS-CustasCobradas      PIC 9(11)V99 VALUE 0.
       01  WS-Mensagem            PIC X(50).
       01  WS-ControleOK          PIC X VALUE 'N'.
       01  WS-PrimeiraLinha       PIC X VALUE 'S'.
       01  WS-TrailerVisto        PIC X VALUE 'N'.
       01  WS-CtrlDetalhes        PIC 9(7) VALUE 0.
       01  WS-CtrlChecksum        PIC 9(11)V99 VALUE 0.
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-PendOrigem          PIC X(20) VALUE 'RetornoProtesto'.
       01  WS-PendTipo            PIC X(4) VALUE 'CUST'.
       01  WS-PendValor           PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao       PIC X(60).

       01  WS-ExecPrograma        PIC X(20) VALUE 'RetornoProtesto'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos           PIC 9(7) VALUE 0.
       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       01  WS-GradeArquivo      PIC X(30)
           VALUE 'cartorio_retorno.dat'.
       01  WS-GradeLiberado     PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd
           MOVE WS-DataHoje TO WS-MovData
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-MovHora

      *    Trava da grade de arquivos esperados: o retorno só é
      *    processado com chegada registrada hoje e não consumida.
           CALL 'VerificarArquivoEsperado' USING WS-GradeArquivo
               WS-GradeLiberado
           IF WS-GradeLiberado NOT = 'S'
               STOP RUN
           END-IF

           OPEN INPUT RetornoFile
           IF WS-RetFileStatus NOT = '00'
               DISPLAY 'Arquivo cartorio_retorno.dat não encontrado!'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

      *    Conferência de header/trailer: arquivo truncado ou sem
      *    controle é recusado antes de qualquer baixa.
           PERFORM ValidarControleArquivo
           IF WS-ControleOK NOT = 'S'
               CLOSE RetornoFile
               MOVE 'FIM' TO WS-ExecEvento
               MOVE 'CTRL' TO WS-ExecSituacao
               CALL 'RegistroExecucao' USING WS-ExecPrograma
                   WS-ExecEvento WS-CtrlDetalhes WS-ExecPostados
                   WS-ExecRejeitados WS-ExecSituacao
               DISPLAY 'Retorno recusado pela conferência de'
               DISPLAY 'controle (header/trailer).'
               STOP RUN
           END-IF
           CLOSE RetornoFile
           OPEN INPUT RetornoFile

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

           MOVE 'Processando retorno do cartório...' TO WS-Mensagem
           DISPLAY WS-Mensagem

           PERFORM ProcessarRetornos

           CLOSE MovimentacaoFile
           CLOSE ContaFile
           CLOSE RetornoFile

           MOVE WS-CtrlDetalhes TO WS-ExecLidos
           COMPUTE WS-ExecPostados =
               WS-Protestados + WS-PagosCartorio + WS-Sustados
           MOVE WS-Ignorados TO WS-ExecRejeitados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           DISPLAY 'Títulos protestados: ' WS-Protestados
           DISPLAY 'Pagos em cartório: ' WS-PagosCartorio
               ' (R$ ' WS-ValorPagoCartorio ')'
           DISPLAY 'Protestos sustados: ' WS-Sustados
           DISPLAY 'Custas cobradas dos cedentes: R$ '
               WS-CustasCobradas
           DISPLAY 'Retornos ignorados: ' WS-Ignorados
           STOP RUN.

       ProcessarRetornos.
           PERFORM UNTIL WS-RetFileStatus = '10'
               READ RetornoFile INTO RetornoRecord
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CtrlHeader OR CtrlTrailer
                           CONTINUE
                       ELSE
                           PERFORM ProcessarItemRetorno
                       END-IF
               END-READ
           END-PERFORM.

      * Primeira linha deve ser o header; o trailer fecha com a
      * contagem de detalhes e a soma dos valores pagos em cartório.
       ValidarControleArquivo.
           MOVE 'N' TO WS-ControleOK
           MOVE 'S' TO WS-PrimeiraLinha
           MOVE 'N' TO WS-TrailerVisto
           MOVE 0 TO WS-CtrlDetalhes
           MOVE 0 TO WS-CtrlChecksum
           PERFORM UNTIL WS-RetFileStatus = '10'
               READ RetornoFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CriticarLinhaControle
               END-READ
           END-PERFORM
           IF WS-TrailerVisto = 'N'
               DISPLAY 'Arquivo sem trailer de controle!'
               MOVE 'N' TO WS-ControleOK
           END-IF.

       CriticarLinhaControle.
           IF WS-PrimeiraLinha = 'S'
               MOVE 'N' TO WS-PrimeiraLinha
               IF NOT CtrlHeader
                   DISPLAY 'Arquivo sem header de controle!'
               END-IF
           ELSE
           IF CtrlTrailer
               MOVE 'S' TO WS-TrailerVisto
               IF CtrlContagem = WS-CtrlDetalhes AND
                       CtrlSoma = WS-CtrlChecksum
                   MOVE 'S' TO WS-ControleOK
               ELSE
                   DISPLAY 'Trailer não confere: contagem '
                       CtrlContagem ' x ' WS-CtrlDetalhes
                   DISPLAY 'soma ' CtrlSoma ' x ' WS-CtrlChecksum
               END-IF
           ELSE
               ADD 1 TO WS-CtrlDetalhes
               ADD RetValorPago TO WS-CtrlChecksum
           END-IF
           END-IF.

      * Só título em cartório (ou já protestado, para pagamento e
      * sustação posteriores) aceita retorno; os demais são
      * ignorados e contados.
       ProcessarItemRetorno.
           MOVE 0 TO WS-Protocolo
           PERFORM BaixarTitulo
           IF WS-TituloAchado = 'N'
               ADD 1 TO WS-Ignorados
               DISPLAY 'Retorno nosso número ' RetNossoNumero
                   ': título em cartório não encontrado, ignorado.'
           ELSE
               EVALUATE RetSituacao
                   WHEN 'PROT'
                       ADD 1 TO WS-Protestados
                       DISPLAY 'Título ' RetNossoNumero
                           ': protestado.'
                   WHEN 'PAGO'
                       PERFORM CreditarPagamentoCartorio
                   WHEN 'SUST'
                       ADD 1 TO WS-Sustados
                       DISPLAY 'Título ' RetNossoNumero
                           ': protesto sustado.'
               END-EVALUATE
               IF RetCustas > 0
                   PERFORM CobrarCustas
               END-IF
           END-IF.

       BaixarTitulo.
           MOVE 'N' TO WS-TituloAchado
           MOVE SPACE TO WS-DescontoAnterior
           IF RetSituacao NOT = 'PROT' AND RetSituacao NOT = 'PAGO'
                   AND RetSituacao NOT = 'SUST'
               DISPLAY 'Retorno nosso número ' RetNossoNumero
                   ': situação ' RetSituacao ' desconhecida.'
           ELSE
               OPEN I-O TituloFile
               IF WS-TitFileStatus = '00'
                   PERFORM UNTIL WS-TitFileStatus = '10'
                       READ TituloFile INTO TituloRecord
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF TituloNossoNumero = RetNossoNumero
                                       AND (TituloEmCartorio OR
                                       (TituloProtestado AND
                                       RetSituacao NOT = 'PROT'))
                                   PERFORM AtualizarTitulo
                                   EXIT PERFORM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TituloFile
               END-IF
           END-IF.

       AtualizarTitulo.
           MOVE 'S' TO WS-TituloAchado
           MOVE TituloCedenteID TO WS-TituloCedente
           MOVE TituloValor TO WS-TituloFace
           MOVE TituloDesconto TO WS-DescontoAnterior
           IF TituloCustasProtesto NOT NUMERIC
               MOVE 0 TO TituloCustasProtesto
           END-IF
           ADD RetCustas TO TituloCustasProtesto
           EVALUATE RetSituacao
               WHEN 'PROT'
                   MOVE 'T' TO TituloStatus
               WHEN 'PAGO'
                   PERFORM ObterProximoProtocolo
                   MOVE 'P' TO TituloStatus
                   MOVE RetDataOcorrencia TO TituloDataPagamento
                   MOVE WS-Protocolo TO TituloProtocoloPagto
                   IF TituloDescontado
                       MOVE 'L' TO TituloDesconto
                   END-IF
               WHEN 'SUST'
                   MOVE 'S' TO TituloStatus
           END-EVALUATE
           REWRITE TituloRecord.

      * Pago em cartório: o valor repassado é do cedente, salvo no
      * título descontado, em que quita a operação e só a sobra
      * acima do valor de face vai ao cedente.
       CreditarPagamentoCartorio.
           ADD 1 TO WS-PagosCartorio
           ADD RetValorPago TO WS-ValorPagoCartorio
           MOVE RetValorPago TO WS-ValorCedente
           IF WS-DescontoAnterior = 'D'
               IF RetValorPago > WS-TituloFace
                   COMPUTE WS-ValorCedente =
                       RetValorPago - WS-TituloFace
               ELSE
                   MOVE 0 TO WS-ValorCedente
               END-IF
               DISPLAY 'Título ' RetNossoNumero
                   ': pagamento em cartório quita o desconto.'
           END-IF
           IF WS-ValorCedente > 0
               MOVE 'C' TO WS-MovTipo
               MOVE SPACES TO WS-MovDescricao
               STRING 'Liquidação em cartório nosso número '
                      DELIMITED BY SIZE
                      RetNossoNumero DELIMITED BY SIZE
                   INTO WS-MovDescricao
               PERFORM LancarContaCedente
           END-IF.

       CobrarCustas.
           ADD RetCustas TO WS-CustasCobradas
           MOVE RetCustas TO WS-ValorCedente
           MOVE 'F' TO WS-MovTipo
           MOVE SPACES TO WS-MovDescricao
           STRING 'Custas de protesto nosso número ' DELIMITED BY SIZE
                  RetNossoNumero DELIMITED BY SIZE
               INTO WS-MovDescricao
           PERFORM LancarContaCedente.

      * Lançamento na conta do cedente: crédito 'C' ou débito das
      * custas 'F'. As custas são debitadas mesmo sem saldo; se a
      * conta passa do limite, abre pendência CUST.
       LancarContaCedente.
           PERFORM LocalizarCedente
           IF WS-CedenteAchado = 'N'
               DISPLAY 'Título ' RetNossoNumero
                   ': cedente não localizado para lançamento!'
           ELSE
               IF WS-Protocolo = 0
                   PERFORM ObterProximoProtocolo
               END-IF
               MOVE WS-CedenteConta TO ContaNumero
               READ ContaFile
                   INVALID KEY
                       DISPLAY 'Título ' RetNossoNumero
                           ': conta do cedente não encontrada!'
                   NOT INVALID KEY
                       IF WS-MovTipo = 'C'
                           ADD WS-ValorCedente TO ContaSaldo
                       ELSE
                           SUBTRACT WS-ValorCedente FROM ContaSaldo
                       END-IF
                       REWRITE ContaRecord
           CALL 'GravarJournal' USING 'RetornoProtesto     '
               'contas          ' ContaRecord

                       MOVE WS-CedenteConta
                           TO MovimentacaoContaNumero
                       MOVE WS-MovData TO MovimentacaoData
                       MOVE WS-MovHora TO MovimentacaoHora
                       MOVE WS-MovTipo TO MovimentacaoTipo
                       MOVE WS-ValorCedente TO MovimentacaoValor
                       MOVE ContaSaldo TO MovimentacaoSaldoApos
                       MOVE WS-MovDescricao
                           TO MovimentacaoDescricao
                       MOVE 0 TO MovimentacaoContaRelacionada
                       MOVE WS-Protocolo TO MovimentacaoProtocolo
                       MOVE 'COBRANCA' TO MovimentacaoOperadorID
                       PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'RetornoProtesto     '
               'movimentacao    ' MovimentacaoRecord

                       DISPLAY 'Título ' RetNossoNumero ': R$ '
                           WS-ValorCedente ' lançados na conta '
                           WS-CedenteConta ' (' WS-MovTipo ').'
                       COMPUTE WS-LimiteNegativo = 0 - ContaLimite
                       IF WS-MovTipo = 'F' AND
                               ContaSaldo < WS-LimiteNegativo
                           MOVE WS-ValorCedente TO WS-PendValor
                           MOVE SPACES TO WS-PendDescricao
                           STRING 'Custas de protesto acima do limite'
                                  DELIMITED BY SIZE
                                  ' do cedente' DELIMITED BY SIZE
                               INTO WS-PendDescricao
                           CALL 'RegistrarPendencia' USING
                               WS-PendOrigem WS-PendTipo
                               WS-CedenteConta WS-PendValor
                               WS-PendDescricao
                       END-IF
               END-READ
           END-IF.

      * Cedente inativo segue respondendo pelos títulos que tinha em
      * cobrança.
       LocalizarCedente.
           MOVE 'N' TO WS-CedenteAchado
           OPEN INPUT CedenteFile
           IF WS-CedFileStatus = '00'
               PERFORM UNTIL WS-CedFileStatus = '10'
                   READ CedenteFile INTO CedenteRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CedenteID = WS-TituloCedente
                               MOVE 'S' TO WS-CedenteAchado
                               MOVE CedenteContaNumero
                                   TO WS-CedenteConta
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CedenteFile
           END-IF.

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

       END PROGRAM RetornoProtesto.
