               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-InterFileStatus.

           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestFileStatus.

           SELECT ParcelaFile ASSIGN TO 'parcelas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParcelaFileStatus.

           SELECT PortabCreditoFile ASSIGN TO 'portab_credito.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PortFileStatus.

           SELECT RetornoFile ASSIGN TO 'ted_retorno.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  InterbancariaFile.
       COPY INTERREC.

       FD  EmprestimoFile.
       COPY EMPRESTREC.

       FD  ParcelaFile.
       COPY PARCREC.

       FD  PortabCreditoFile.
       COPY PORTCREDREC.

       FD  RetornoFile.
       COPY CTRLREC.
       01  RetornoRecord.

       01  WS-MovGravado        PIC X VALUE 'N'.

       01  WS-EmprestFileStatus PIC XX.
       01  WS-ParcelaFileStatus PIC XX.
       01  WS-PortFileStatus    PIC XX.
       01  WS-PortLocalizado    PIC X VALUE 'N'.
       01  WS-PortPedidoID      PIC 9(5) VALUE 0.
       01  WS-PortEmprestimoID  PIC 9(5) VALUE 0.
       01  WS-PortNovoStatus    PIC X VALUE ' '.
       01  WS-PortConcluidas    PIC 9(5) VALUE 0.
       01  WS-PortDesfeitas     PIC 9(5) VALUE 0.
       01  WS-DataHojeNum       PIC 9(8) VALUE 0.
       01  WS-PendOrigem        PIC X(20) VALUE 'RetornoInterbancario'.
       01  WS-PendTipo          PIC X(4) VALUE 'PORT'.
       01  WS-PendDescricao     PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-MovData
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-MovHora
           MOVE WS-DataHoje TO WS-DataHojeNum

      *    Trava da grade de arquivos esperados: o retorno só é
      *    processado com chegada registrada hoje e não consumida.
           DISPLAY 'Pernas confirmadas: ' WS-PernasConfirmadas
           DISPLAY 'Pernas estornadas: ' WS-PernasEstornadas
           DISPLAY 'Retornos ignorados: ' WS-RetornosIgnorados
           DISPLAY 'Portabilidades de entrada concluídas: '
               WS-PortConcluidas
           DISPLAY 'Portabilidades de entrada desfeitas: '
               WS-PortDesfeitas
           STOP RUN.

       ProcessarRetornos.
               DISPLAY 'Retorno protocolo ' RetornoProtocolo
                   ': perna enviada não encontrada, ignorado.'
           ELSE
               PERFORM LocalizarPortabilidadeEntrada
               IF RetornoSituacao = 'CONF'
                   ADD 1 TO WS-PernasConfirmadas
                   DISPLAY 'Protocolo ' RetornoProtocolo
                       ': liquidação confirmada.'
                   IF WS-PortLocalizado = 'S'
                       PERFORM ConcluirPortabilidadeEntrada
                   END-IF
               ELSE
                   IF WS-PortLocalizado = 'S'
                       PERFORM DesfazerPortabilidadeEntrada
                   ELSE
                       PERFORM EstornarPerna
                   END-IF
               END-IF
           END-IF.

      * Perna de pagamento de portabilidade de crédito (entrada): não
      * saiu de conta de cliente, então não há estorno; o pedido é
      * concluído ou desfeito junto com o contrato novo.
       LocalizarPortabilidadeEntrada.
           MOVE 'N' TO WS-PortLocalizado
           OPEN INPUT PortabCreditoFile
           IF WS-PortFileStatus = '00'
               PERFORM UNTIL WS-PortFileStatus = '10'
                   READ PortabCreditoFile INTO PortabCreditoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PortCredEntrada AND PortCredEnviado AND
                                   PortCredProtocolo =
                                       RetornoProtocolo
                               MOVE 'S' TO WS-PortLocalizado
                               MOVE PortCredID TO WS-PortPedidoID
                               MOVE PortCredEmprestimoID
                                   TO WS-PortEmprestimoID
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PortabCreditoFile
           END-IF.

       ConcluirPortabilidadeEntrada.
           MOVE 'L' TO WS-PortNovoStatus
           PERFORM AtualizarPedidoEntrada
           ADD 1 TO WS-PortConcluidas
           DISPLAY 'Portabilidade ' WS-PortPedidoID
               ': saldo liquidado no credor original.'.

      * Credor original recusou o pagamento: o contrato novo é
      * cancelado com o cronograma e a agência trata o pedido.
       DesfazerPortabilidadeEntrada.
           OPEN I-O EmprestimoFile
           IF WS-EmprestFileStatus = '00'
               PERFORM UNTIL WS-EmprestFileStatus = '10'
                   READ EmprestimoFile INTO EmprestimoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EmprestimoID = WS-PortEmprestimoID AND
                                   EmprestimoAtivo
                               MOVE 'C' TO EmprestimoStatus
                               REWRITE EmprestimoRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF

           OPEN I-O ParcelaFile
           IF WS-ParcelaFileStatus = '00'
               PERFORM UNTIL WS-ParcelaFileStatus = '10'
                   READ ParcelaFile INTO ParcelaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ParcelaEmprestimoID =
                                   WS-PortEmprestimoID AND
                                   (ParcelaPendente OR
                                       ParcelaAtrasada)
                               MOVE 'C' TO ParcelaStatus
                               REWRITE ParcelaRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF

           MOVE 'C' TO WS-PortNovoStatus
           PERFORM AtualizarPedidoEntrada

           MOVE SPACES TO WS-PendDescricao
           STRING 'Portab entrada ' DELIMITED BY SIZE
                  WS-PortPedidoID DELIMITED BY SIZE
                  ' recusada: ' DELIMITED BY SIZE
                  RetornoMotivo DELIMITED BY SIZE
               INTO WS-PendDescricao
           CALL 'RegistrarPendencia' USING WS-PendOrigem WS-PendTipo
               WS-EstornoConta WS-EstornoValor WS-PendDescricao

           ADD 1 TO WS-PortDesfeitas
           DISPLAY 'Portabilidade ' WS-PortPedidoID
               ': pagamento recusado, contrato '
               WS-PortEmprestimoID ' cancelado.'.

       AtualizarPedidoEntrada.
           OPEN I-O PortabCreditoFile
           IF WS-PortFileStatus = '00'
               PERFORM UNTIL WS-PortFileStatus = '10'
                   READ PortabCreditoFile INTO PortabCreditoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PortCredID = WS-PortPedidoID
                               MOVE WS-PortNovoStatus
                                   TO PortCredStatus
                               MOVE WS-DataHojeNum
                                   TO PortCredDataConclusao
                               MOVE 'RETORNO' TO PortCredOperadorID
                               REWRITE PortabCreditoRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PortabCreditoFile
           END-IF.

       BaixarPerna.
           MOVE 'N' TO WS-PernaEncontrada
           OPEN I-O InterbancariaFile
