       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiquidarVinculada.

      *****************************************************************
      *  LiquidarVinculada.cbl - Sub-rotina de encerramento da conta
      *  vinculada (contas_vinculadas.dat). Chamada por CALL
      *  'LiquidarVinculada' USING LK-VincID LK-Acao LK-Operador
      *  LK-Resultado:
      *    'L' - liberação aprovada: o valor retido é creditado ao
      *          beneficiário (AprovarAlteracoes, segunda assinatura);
      *    'D' - devolução no prazo pela regra da vinculada: integral
      *          ao depositante, ou multa ao beneficiário e o
      *          restante ao depositante (VencimentoVinculadas);
      *    'R' - liberação rejeitada: desfaz a confirmação da
      *          condição e a vinculada segue aberta.
      *  Só encerra vinculada aberta; conta de crédito inexistente
      *  ou fora de atividade devolve LK-Resultado 'N' sem lançar
      *  nada, e o chamador trata a pendência. A devolução fica na
      *  trilha de auditoria (VincSituacao A -> D, com o valor
      *  devolvido e a multa), como a abertura no ContaVinculada.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VinculadaFile ASSIGN TO 'contas_vinculadas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS VincFileStatus.

           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS ContaFileStatus.

           SELECT MovimentacaoFile ASSIGN TO 'movimentacao.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MovimentacaoChave
               FILE STATUS IS MovFileStatus.

           SELECT ProtocoloSeqFile ASSIGN TO 'protseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ProtSeqFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  VinculadaFile.
       COPY VINCREC.

       FD  ContaFile.
       COPY CONTAREC.

       FD  MovimentacaoFile.
       COPY MOVREC.

       FD  ProtocoloSeqFile.
       01  ProtocoloSeqRecord.
           05  SeqUltimoProtocolo     PIC 9(10).

       WORKING-STORAGE SECTION.
       01  VincFileStatus       PIC XX.
       01  ContaFileStatus      PIC XX.
       01  MovFileStatus        PIC XX.
       01  ProtSeqFileStatus    PIC XX.
       01  VincAchada           PIC X VALUE 'N'.
       01  ContasValidas        PIC X VALUE 'N'.
       01  ContaVerificar       PIC 9(7) VALUE 0.
       01  ContaValida          PIC X VALUE 'N'.
       01  ContaCredito         PIC 9(7) VALUE 0.
       01  ValorCredito         PIC 9(7)V99 VALUE 0.
       01  ValorMulta           PIC 9(7)V99 VALUE 0.
       01  ValorDevolvido       PIC 9(7)V99 VALUE 0.
       01  Protocolo            PIC 9(10) VALUE 0.
       01  MovDescricao         PIC X(100).
       01  MovGravado           PIC X VALUE 'N'.
       01  DataHojeOrd          PIC 9(8) VALUE 0.
       01  DataMov              PIC X(10).
       01  AudPrograma          PIC X(20) VALUE 'LiquidarVinculada'.
       01  AudArquivo           PIC X(12) VALUE 'vinculadas'.
       01  AudCampo             PIC X(20) VALUE 'VincSituacao'.
       01  AudAntes             PIC X(100).
       01  AudDepois            PIC X(100).

       LINKAGE SECTION.
       01  LK-VincID            PIC 9(7).
       01  LK-Acao              PIC X(1).
       01  LK-Operador          PIC X(10).
       01  LK-Resultado         PIC X(1).

       PROCEDURE DIVISION USING LK-VincID LK-Acao LK-Operador
               LK-Resultado.
       BEGIN.
           MOVE 'N' TO LK-Resultado
           MOVE FUNCTION CURRENT-DATE(1:8) TO DataHojeOrd
           MOVE DataHojeOrd TO DataMov

           MOVE 'N' TO VincAchada
           OPEN I-O VinculadaFile
           IF VincFileStatus NOT = '00'
               GOBACK
           END-IF
           PERFORM UNTIL VincFileStatus = '10'
               READ VinculadaFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF VincID = LK-VincID
                           MOVE 'S' TO VincAchada
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM

           IF VincAchada = 'S' AND VincAberta
               EVALUATE LK-Acao
                   WHEN 'L'
                       IF VincDataConfirmacao > 0
                           PERFORM LIBERAR-BENEFICIARIO
                       END-IF
                   WHEN 'D'
                       PERFORM DEVOLVER-DEPOSITANTE
                   WHEN 'R'
                       MOVE 0 TO VincDataConfirmacao
                       MOVE SPACES TO VincOperadorConfirmacao
                       MOVE 'S' TO LK-Resultado
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF LK-Resultado = 'S'
                   REWRITE VinculadaRecord
               END-IF
           END-IF
           CLOSE VinculadaFile
           GOBACK.

       LIBERAR-BENEFICIARIO.
           PERFORM ABRIR-CONTAS
           MOVE VincContaBeneficiario TO ContaVerificar
           PERFORM VERIFICAR-CONTA
           IF ContaValida = 'S'
               PERFORM OBTER-PROXIMO-PROTOCOLO
               MOVE VincContaBeneficiario TO ContaCredito
               MOVE VincValor TO ValorCredito
               MOVE SPACES TO MovDescricao
               STRING 'Liberação da conta vinculada '
                      DELIMITED BY SIZE
                      VincID DELIMITED BY SIZE
                      ' - condição cumprida' DELIMITED BY SIZE
                   INTO MovDescricao
               PERFORM CREDITAR-CONTA
               MOVE 'L' TO VincSituacao
               PERFORM ENCERRAR-VINCULADA
           END-IF
           CLOSE ContaFile
           CLOSE MovimentacaoFile.

      * Devolução no prazo: com multa, o percentual da regra vai ao
      * beneficiário e o restante ao depositante; as duas contas são
      * conferidas antes de qualquer lançamento.
       DEVOLVER-DEPOSITANTE.
           MOVE 0 TO ValorMulta
           IF VincDevolucaoComMulta
               COMPUTE ValorMulta ROUNDED =
                   VincValor * VincMultaPct / 100
           END-IF
           COMPUTE ValorDevolvido = VincValor - ValorMulta

           PERFORM ABRIR-CONTAS
           MOVE 'S' TO ContasValidas
           MOVE VincContaDepositante TO ContaVerificar
           PERFORM VERIFICAR-CONTA
           IF ContaValida = 'N'
               MOVE 'N' TO ContasValidas
           END-IF
           IF ValorMulta > 0
               MOVE VincContaBeneficiario TO ContaVerificar
               PERFORM VERIFICAR-CONTA
               IF ContaValida = 'N'
                   MOVE 'N' TO ContasValidas
               END-IF
           END-IF

           IF ContasValidas = 'S'
               PERFORM OBTER-PROXIMO-PROTOCOLO
               IF ValorDevolvido > 0
                   MOVE VincContaDepositante TO ContaCredito
                   MOVE ValorDevolvido TO ValorCredito
                   MOVE SPACES TO MovDescricao
                   STRING 'Devolução da conta vinculada '
                          DELIMITED BY SIZE
                          VincID DELIMITED BY SIZE
                          ' - prazo vencido' DELIMITED BY SIZE
                       INTO MovDescricao
                   PERFORM CREDITAR-CONTA
               END-IF
               IF ValorMulta > 0
                   MOVE VincContaBeneficiario TO ContaCredito
                   MOVE ValorMulta TO ValorCredito
                   MOVE SPACES TO MovDescricao
                   STRING 'Multa da conta vinculada ' DELIMITED BY SIZE
                          VincID DELIMITED BY SIZE
                          ' - prazo vencido' DELIMITED BY SIZE
                       INTO MovDescricao
                   PERFORM CREDITAR-CONTA
               END-IF
               MOVE 'D' TO VincSituacao
               PERFORM ENCERRAR-VINCULADA
               PERFORM AUDITAR-DEVOLUCAO
           END-IF
           CLOSE ContaFile
           CLOSE MovimentacaoFile.

       ENCERRAR-VINCULADA.
           MOVE DataHojeOrd TO VincDataEncerramento
           MOVE Protocolo TO VincProtocoloEncerramento
           MOVE 'S' TO LK-Resultado.

       AUDITAR-DEVOLUCAO.
           MOVE 'A' TO AudAntes
           MOVE SPACES TO AudDepois
           STRING 'D dep ' DELIMITED BY SIZE
                  VincContaDepositante DELIMITED BY SIZE
                  ' devolvido ' DELIMITED BY SIZE
                  ValorDevolvido DELIMITED BY SIZE
                  ' benef ' DELIMITED BY SIZE
                  VincContaBeneficiario DELIMITED BY SIZE
                  ' multa ' DELIMITED BY SIZE
                  ValorMulta DELIMITED BY SIZE
                  ' prot ' DELIMITED BY SIZE
                  Protocolo DELIMITED BY SIZE
               INTO AudDepois
           CALL 'GravarAuditoria' USING AudPrograma LK-Operador
               AudArquivo VincID AudCampo AudAntes AudDepois.

       ABRIR-CONTAS.
           OPEN I-O ContaFile
           IF ContaFileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN I-O ContaFile
           END-IF
           OPEN I-O MovimentacaoFile
           IF MovFileStatus = '35'
               OPEN OUTPUT MovimentacaoFile
               CLOSE MovimentacaoFile
               OPEN I-O MovimentacaoFile
           END-IF.

       VERIFICAR-CONTA.
           MOVE 'N' TO ContaValida
           MOVE ContaVerificar TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ContaAtiva
                       MOVE 'S' TO ContaValida
                   END-IF
           END-READ.

       CREDITAR-CONTA.
           MOVE ContaCredito TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD ValorCredito TO ContaSaldo
                   REWRITE ContaRecord
                   CALL 'GravarJournal' USING 'LiquidarVinculada   '
                       'contas          ' ContaRecord

                   MOVE ContaCredito TO MovimentacaoContaNumero
                   MOVE DataMov TO MovimentacaoData
                   MOVE FUNCTION CURRENT-DATE(9:8)
                       TO MovimentacaoHora
                   MOVE 'C' TO MovimentacaoTipo
                   MOVE ValorCredito TO MovimentacaoValor
                   MOVE ContaSaldo TO MovimentacaoSaldoApos
                   MOVE MovDescricao TO MovimentacaoDescricao
                   MOVE 0 TO MovimentacaoContaRelacionada
                   MOVE Protocolo TO MovimentacaoProtocolo
                   MOVE LK-Operador TO MovimentacaoOperadorID
                   PERFORM GRAVAR-MOVIMENTO-INDEXADO
                   CALL 'GravarJournal' USING 'LiquidarVinculada   '
                       'movimentacao    ' MovimentacaoRecord
           END-READ.

       OBTER-PROXIMO-PROTOCOLO.
           MOVE 0 TO Protocolo
           OPEN INPUT ProtocoloSeqFile
           IF ProtSeqFileStatus = '00'
               READ ProtocoloSeqFile INTO ProtocoloSeqRecord
                   NOT AT END
                       MOVE SeqUltimoProtocolo TO Protocolo
               END-READ
               CLOSE ProtocoloSeqFile
           END-IF
           ADD 1 TO Protocolo
           MOVE Protocolo TO SeqUltimoProtocolo
           OPEN OUTPUT ProtocoloSeqFile
           WRITE ProtocoloSeqRecord
           CLOSE ProtocoloSeqFile.

      * Inclusão no arquivo indexado de movimentação: a chave é
      * conta + data + protocolo e o sequencial desempata pernas da
      * mesma transação na mesma conta.
       GRAVAR-MOVIMENTO-INDEXADO.
           MOVE 0 TO MovimentacaoSeqReg
           MOVE 'N' TO MovGravado
           PERFORM UNTIL MovGravado = 'S' OR
                   MovimentacaoSeqReg > 98
               WRITE MovimentacaoRecord
                   INVALID KEY
                       ADD 1 TO MovimentacaoSeqReg
                   NOT INVALID KEY
                       MOVE 'S' TO MovGravado
               END-WRITE
           END-PERFORM.

       END PROGRAM LiquidarVinculada.
