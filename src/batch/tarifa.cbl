       01  WS-TotalDescontos      PIC 9(9)V99 VALUE 0.

       01  WS-MovGravado        PIC X VALUE 'N'.
      * Execução particionada por faixa de agência (sub-rotina
      * ObterParticao); sem partição o job roda inteiro.
       01  WS-PartPrograma        PIC X(20) VALUE 'TarifaManutencao'.
       01  WS-PartNome            PIC X(20).
       01  WS-Particao            PIC 9(2) VALUE 0.
       01  WS-PartAgenciaIni      PIC 9(4) VALUE 0.
       01  WS-PartAgenciaFim      PIC 9(4) VALUE 9999.
       01  WS-PartValida          PIC X VALUE 'S'.
      * Modo prévia: calcula e relata o que seria lançado, sem
      * gravar nada (sub-rotina PreviaLancamento).
       01  WS-PrevOperacao        PIC X VALUE ' '.
       01  WS-PrevModo            PIC X VALUE 'N'.
       01  WS-PrevPrograma        PIC X(20) VALUE 'TarifaManutencao'.
       01  WS-PrevConta           PIC 9(7) VALUE 0.
       01  WS-PrevAgencia         PIC 9(4) VALUE 0.
       01  WS-PrevTipoMov         PIC X VALUE ' '.
       01  WS-PrevValor           PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           CALL 'ObterParticao' USING WS-PartPrograma WS-PartNome
               WS-Particao WS-PartAgenciaIni WS-PartAgenciaFim
               WS-PartValida
           IF WS-PartValida NOT = 'S'
               STOP RUN
           END-IF

      *    Em modo prévia não há trava de período nem diário de
      *    execução: nada é gravado.
           MOVE 'C' TO WS-PrevOperacao
           CALL 'PreviaLancamento' USING WS-PrevOperacao
               WS-PrevModo WS-PrevPrograma WS-PrevConta
               WS-PrevAgencia WS-PrevTipoMov WS-PrevValor
           IF WS-PrevModo = 'S'
               MOVE 'I' TO WS-PrevOperacao
               CALL 'PreviaLancamento' USING WS-PrevOperacao
                   WS-PrevModo WS-PrevPrograma WS-PrevConta
                   WS-PrevAgencia WS-PrevTipoMov WS-PrevValor
               DISPLAY 'MODO PRÉVIA: nenhum lançamento será gravado.'
           ELSE
               MOVE WS-PartNome TO WS-RunPrograma
               COMPUTE WS-RunCompetencia =
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:6)) * 100
               CALL 'ControleExecucao' USING WS-RunPrograma
                   WS-RunCompetencia WS-RunOperador WS-RunAutorizado
               IF WS-RunAutorizado NOT = 'S'
                   STOP RUN
               END-IF

               MOVE WS-PartNome TO WS-ExecPrograma
               MOVE 'INI' TO WS-ExecEvento
               MOVE 0 TO WS-ExecLidos
               MOVE 0 TO WS-ExecPostados
               MOVE 0 TO WS-ExecRejeitados
               MOVE 'OK' TO WS-ExecSituacao
               CALL 'RegistroExecucao' USING WS-ExecPrograma
                   WS-ExecEvento WS-ExecLidos WS-ExecPostados
                   WS-ExecRejeitados WS-ExecSituacao
           END-IF

           OPEN I-O ContaFile
           IF WS-FileStatus = '35'
           CLOSE MovimentacaoFile
           CLOSE ContaFile

           IF WS-PrevModo = 'S'
               MOVE 'F' TO WS-PrevOperacao
               CALL 'PreviaLancamento' USING WS-PrevOperacao
                   WS-PrevModo WS-PrevPrograma WS-PrevConta
                   WS-PrevAgencia WS-PrevTipoMov WS-PrevValor
               DISPLAY 'Tarifa prevista para ' WS-ContasTarifadas
                   ' conta(s) corrente.'
           ELSE
               MOVE WS-ContasTarifadas TO WS-ExecLidos
               MOVE WS-ContasTarifadas TO WS-ExecPostados
               MOVE 'FIM' TO WS-ExecEvento
               CALL 'RegistroExecucao' USING WS-ExecPrograma
                   WS-ExecEvento WS-ExecLidos WS-ExecPostados
                   WS-ExecRejeitados WS-ExecSituacao

               DISPLAY 'Tarifa cobrada de ' WS-ContasTarifadas
                   ' conta(s) corrente.'
           END-IF
           DISPLAY 'Descontos de segmento concedidos: R$ '
               WS-TotalDescontos
           GOBACK.
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ContaCorrente AND ContaAtiva AND
                               ContaAgencia >= WS-PartAgenciaIni AND
                               ContaAgencia <= WS-PartAgenciaFim
      *                    Óbito do titular único: a tarifa de
      *                    manutenção fica suspensa até o alvará.
                           PERFORM VerificarObitoTitular
           END-IF.

       DebitarTarifa.
           IF WS-PrevModo = 'S' AND ContaSaldo >= WS-TarifaDevida
               MOVE ContaNumero TO WS-PrevConta
               MOVE ContaAgencia TO WS-PrevAgencia
               MOVE 'F' TO WS-PrevTipoMov
               MOVE WS-TarifaDevida TO WS-PrevValor
               MOVE 'G' TO WS-PrevOperacao
               CALL 'PreviaLancamento' USING WS-PrevOperacao
                   WS-PrevModo WS-PrevPrograma WS-PrevConta
                   WS-PrevAgencia WS-PrevTipoMov WS-PrevValor
               ADD 1 TO WS-ContasTarifadas
           ELSE
           IF ContaSaldo >= WS-TarifaDevida
               SUBTRACT WS-TarifaDevida FROM ContaSaldo
               REWRITE ContaRecord
           ELSE
               DISPLAY 'Conta ' ContaNumero
                   ': saldo insuficiente para tarifa, não debitada.'
           END-IF
           END-IF.

      * Inclusão no arquivo indexado de movimentação: a chave é
