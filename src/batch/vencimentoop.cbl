       IDENTIFICATION DIVISION.
       PROGRAM-ID. VencimentoOrdemPagamento.

      *****************************************************************
      *  VencimentoOrdemPagamento.cbl - Vencimento diário das ordens
      *  de pagamento (ordens_pagamento.dat). OP em aberto com a
      *  validade ultrapassada deixa de ser pagável ao beneficiário
      *  e o valor volta ao emitente: a emitida com débito em conta
      *  é creditada de volta na conta; a emitida em espécie, ou
      *  cuja conta não está mais ativa, fica vencida à disposição
      *  do emitente no caixa da agência emissora.
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

           SELECT OrdemFile ASSIGN TO 'ordens_pagamento.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OrdemFileStatus.

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

       FD  OrdemFile.
       COPY ORDPAGREC.

       FD  ProtocoloSeqFile.
       01  ProtocoloSeqRecord.
           05  SeqUltimoProtocolo     PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-MovFileStatus       PIC XX.
       01  WS-OrdemFileStatus     PIC XX.
       01  WS-ProtSeqFileStatus   PIC XX.
       01  WS-Protocolo           PIC 9(10) VALUE 0.
       01  WS-MovDescricao        PIC X(100).
       01  WS-MovGravado          PIC X VALUE 'N'.
       01  WS-MovData             PIC X(10).
       01  WS-MovHora             PIC X(8).
       01  WS-CreditoEfetuado     PIC X VALUE 'N'.
       01  WS-OrdensDevolvidas    PIC 9(7) VALUE 0.
       01  WS-ValorDevolvido      PIC 9(11)V99 VALUE 0.
       01  WS-OrdensVencidas      PIC 9(7) VALUE 0.
       01  WS-ValorVencido        PIC 9(11)V99 VALUE 0.
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.

       01  WS-PendOrigem          PIC X(20)
           VALUE 'VencimentoOrdemPagto'.
       01  WS-PendTipo            PIC X(4) VALUE 'DIVG'.
       01  WS-PendValor           PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao       PIC X(60).

       01  WS-ExecPrograma        PIC X(20)
           VALUE 'VencimentoOrdemPagto'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos           PIC 9(7) VALUE 0.
       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd
           STRING WS-AnoHoje DELIMITED BY SIZE
                  WS-MesHoje DELIMITED BY SIZE
                  WS-DiaHoje DELIMITED BY SIZE
               INTO WS-MovData
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-MovHora

           OPEN I-O OrdemFile
           IF WS-OrdemFileStatus NOT = '00'
               DISPLAY 'Nenhuma ordem de pagamento emitida.'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

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

           DISPLAY 'Processando vencimento das ordens de pagamento...'
           PERFORM UNTIL WS-OrdemFileStatus = '10'
               READ OrdemFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF OrdemEmAberto AND
                               OrdemDataValidade < WS-DataHojeOrd
                           ADD 1 TO WS-ExecLidos
                           PERFORM VencerOrdem
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OrdemFile
           CLOSE ContaFile
           CLOSE MovimentacaoFile

           MOVE WS-OrdensDevolvidas TO WS-ExecPostados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           DISPLAY 'OPs devolvidas em conta: ' WS-OrdensDevolvidas
               ' R$ ' WS-ValorDevolvido
           DISPLAY 'OPs à disposição no caixa: ' WS-OrdensVencidas
               ' R$ ' WS-ValorVencido
           STOP RUN.

       VencerOrdem.
           MOVE WS-DataHojeOrd TO OrdemDataDevolucao
           MOVE 'N' TO WS-CreditoEfetuado
           IF OrdemEmitidaConta
               PERFORM DevolverEmConta
           END-IF

           IF WS-CreditoEfetuado = 'S'
               MOVE 'D' TO OrdemStatus
               MOVE WS-DataHojeOrd TO OrdemDataBaixa
               MOVE 'BATCH' TO OrdemOperadorBaixa
               MOVE WS-Protocolo TO OrdemProtocoloBaixa
               ADD 1 TO WS-OrdensDevolvidas
               ADD OrdemValor TO WS-ValorDevolvido
           ELSE
               MOVE 'V' TO OrdemStatus
               ADD 1 TO WS-OrdensVencidas
               ADD OrdemValor TO WS-ValorVencido
           END-IF
           REWRITE OrdemPagamentoRecord.

      * Crédito de volta na conta emitente. Conta inexistente ou
      * fora de atividade não recebe: a OP fica vencida para saque
      * do emitente no caixa e a divergência vai para a fila de
      * pendências.
       DevolverEmConta.
           MOVE OrdemContaEmitente TO ContaNumero
           READ ContaFile
               INVALID KEY
                   PERFORM RegistrarContaInvalida
               NOT INVALID KEY
                   IF ContaAtiva
                       PERFORM CreditarEmitente
                   ELSE
                       PERFORM RegistrarContaInvalida
                   END-IF
           END-READ.

       CreditarEmitente.
           PERFORM ObterProximoProtocolo
           ADD OrdemValor TO ContaSaldo
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'VencimentoOrdemPagto'
               'contas          ' ContaRecord

           MOVE SPACES TO WS-MovDescricao
           STRING 'Devolução da ordem de pagamento ' DELIMITED BY SIZE
                  OrdemNumero DELIMITED BY SIZE
                  ' vencida' DELIMITED BY SIZE
               INTO WS-MovDescricao
           MOVE OrdemContaEmitente TO MovimentacaoContaNumero
           MOVE WS-MovData TO MovimentacaoData
           MOVE WS-MovHora TO MovimentacaoHora
           MOVE 'C' TO MovimentacaoTipo
           MOVE OrdemValor TO MovimentacaoValor
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE WS-MovDescricao TO MovimentacaoDescricao
           MOVE 0 TO MovimentacaoContaRelacionada
           MOVE WS-Protocolo TO MovimentacaoProtocolo
           MOVE 'BATCH' TO MovimentacaoOperadorID
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'VencimentoOrdemPagto'
               'movimentacao    ' MovimentacaoRecord
           MOVE 'S' TO WS-CreditoEfetuado
           DISPLAY 'OP ' OrdemNumero ': R$ ' OrdemValor
               ' devolvidos na conta ' OrdemContaEmitente '.'.

       RegistrarContaInvalida.
           ADD 1 TO WS-ExecRejeitados
           MOVE OrdemValor TO WS-PendValor
           MOVE SPACES TO WS-PendDescricao
           STRING 'OP ' DELIMITED BY SIZE
                  OrdemNumero DELIMITED BY SIZE
                  ' vencida: conta emitente inativa' DELIMITED BY SIZE
               INTO WS-PendDescricao
           CALL 'RegistrarPendencia' USING WS-PendOrigem WS-PendTipo
               OrdemContaEmitente WS-PendValor WS-PendDescricao
           DISPLAY 'OP ' OrdemNumero ': conta ' OrdemContaEmitente
               ' não recebe crédito; valor à disposição no caixa.'.

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

       END PROGRAM VencimentoOrdemPagamento.
