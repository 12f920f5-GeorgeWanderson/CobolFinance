           MOVE WS-Excedente TO AplicacaoSaldoAtual
           MOVE 'A' TO AplicacaoStatus
           MOVE 'L' TO AplicacaoInstrucaoVenc
           MOVE 0 TO AplicacaoEmprestimoGarantia

           OPEN EXTEND AplicacaoFile
           IF WS-AplicFileStatus = '35'
