       01  WS-PendConta         PIC 9(7) VALUE 0.
       01  WS-PendValor         PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao     PIC X(60).
      * Execução particionada por faixa de agência (sub-rotina
      * ObterParticao); sem partição o job roda inteiro.
       01  WS-PartPrograma        PIC X(20) VALUE 'ReconciliacaoLedger'.
       01  WS-PartNome            PIC X(20).
       01  WS-Particao            PIC 9(2) VALUE 0.
       01  WS-PartAgenciaIni      PIC 9(4) VALUE 0.
       01  WS-PartAgenciaFim      PIC 9(4) VALUE 9999.
       01  WS-PartValida          PIC X VALUE 'S'.

       PROCEDURE DIVISION.
       BEGIN.
           CALL 'ObterParticao' USING WS-PartPrograma WS-PartNome
               WS-Particao WS-PartAgenciaIni WS-PartAgenciaFim
               WS-PartValida
           IF WS-PartValida NOT = 'S'
               STOP RUN
           END-IF

           MOVE WS-PartNome TO WS-ExecPrograma
           MOVE 'INI' TO WS-ExecEvento
           MOVE 0 TO WS-ExecLidos
           MOVE 0 TO WS-ExecPostados
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ContaAgencia >= WS-PartAgenciaIni AND
                               ContaAgencia <= WS-PartAgenciaFim
                           PERFORM ConferirConta
                       END-IF
           END-PERFORM.

       ConferirConta.
           PERFORM ReplayMovimentacoes
           ADD 1 TO WS-ContasVerificadas
           IF WS-SaldoCalculado NOT = ContaSaldo
               ADD 1 TO WS-ContasDivergentes
               DISPLAY 'DIVERGÊNCIA - Conta: ' ContaNumero
               DISPLAY '   Saldo em contas.dat:     R$ '
                   ContaSaldo
               DISPLAY '   Saldo pelas movimentações: R$ '
                   WS-SaldoCalculado
               MOVE 'ReconciliacaoLedger'
                   TO WS-PendOrigem
               MOVE 'DIVG' TO WS-PendTipo
               MOVE ContaNumero TO WS-PendConta
               MOVE ContaSaldo TO WS-PendValor
               MOVE 'Saldo diverge do replay das movs'
                   TO WS-PendDescricao
               CALL 'RegistrarPendencia' USING
                   WS-PendOrigem WS-PendTipo WS-PendConta
                   WS-PendValor WS-PendDescricao
           END-IF.

       ReplayMovimentacoes.
           MOVE 0 TO WS-SaldoCalculado
           CLOSE MovimentacaoFile
               WHEN 'X'
               WHEN 'Z'
               WHEN 'M'
               WHEN 'Y'
               WHEN 'E'
                   SUBTRACT MovimentacaoValor FROM WS-SaldoCalculado
               WHEN 'R'
                   MOVE MovimentacaoDescricao(12:1)
