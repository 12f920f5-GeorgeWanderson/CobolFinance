           MOVE WS-Validade TO ProcValidade
           MOVE WS-DataHojeOrd TO ProcDataRegistro
           MOVE 'A' TO ProcStatus
           MOVE 0 TO ProcDataCancelamento

           OPEN EXTEND ProcuradorFile
           IF WS-ProcFileStatus = '35'
                                       WS-ProcuradorID AND
                                   ProcAtivo
                               MOVE 'C' TO ProcStatus
                               MOVE WS-DataHojeOrd
                                   TO ProcDataCancelamento
                               REWRITE ProcuradorRecord
                               MOVE 'S' TO WS-Achado
                               EXIT PERFORM
