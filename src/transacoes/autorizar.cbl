               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProtSeqFileStatus.

           SELECT AgSaqFile ASSIGN TO 'agendamentos_saque.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AgSaqFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       01  ProtocoloSeqRecord.
           05  SeqUltimoProtocolo     PIC 9(10).

       FD  AgSaqFile.
       COPY AGSAQREC.

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-MovFileStatus       PIC XX.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-AgSaqFileStatus     PIC XX.
       01  WS-AgSaqData.
           05  WS-AgSaqAno        PIC 9(4).
           05  WS-AgSaqMes        PIC 9(2).
           05  WS-AgSaqDia        PIC 9(2).

       01  WS-MovGravado        PIC X VALUE 'N'.

                   AutPendContaDestino NOT = 0
               PERFORM CreditarDestino
           END-IF
           IF AutPendPrograma = 'TransacaoSaque'
               PERFORM BaixarAgendamentoSaque
           END-IF

           MOVE 'A' TO AutPendStatus
           MOVE WS-OperadorID TO AutPendSupervisor
               'movimentacao    ' MovimentacaoRecord
           END-READ.

      * Saque de alto valor entrou na fila já conferido contra o
      * agendamento da conta para a data; a aprovação dá baixa nele.
       BaixarAgendamentoSaque.
           MOVE AutPendDataMov(7:4) TO WS-AgSaqAno
           MOVE AutPendDataMov(4:2) TO WS-AgSaqMes
           MOVE AutPendDataMov(1:2) TO WS-AgSaqDia
           OPEN I-O AgSaqFile
           IF WS-AgSaqFileStatus = '00'
               PERFORM UNTIL WS-AgSaqFileStatus = '10'
                   READ AgSaqFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AgSaqContaNumero = AutPendContaOrigem
                                   AND AgSaqAgendado
                                   AND AgSaqDataSaque = WS-AgSaqData
                                   AND AgSaqValor >= AutPendValor
                               MOVE 'R' TO AgSaqSituacao
                               MOVE WS-DataHoje TO AgSaqDataBaixa
                               MOVE WS-Protocolo TO AgSaqProtocolo
                               REWRITE AgendamentoSaqueRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgSaqFile
           END-IF.

      * Tarifas de TED/DOC vigentes, como no fluxo imediato.
       CarregarParametros.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ParamDataRef
