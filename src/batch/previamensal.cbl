       IDENTIFICATION DIVISION.
       PROGRAM-ID. PreviaMensal.

      *****************************************************************
      *  PreviaMensal.cbl - Driver do modo prévia dos jobs mensais.
      *  Liga a chave de prévia (sub-rotina PreviaLancamento) e lança
      *  um job ou a cadeia inteira:
      *    1. JurosPoupanca
      *    2. TarifaManutencao
      *    3. JurosChequeEspecial (cobrança mensal do acumulado)
      *    4. CobrancaEmprestimo
      *  Em prévia cada job calcula tudo com os parâmetros vigentes
      *  mas não grava contas.dat, movimentacao.dat nem o diário de
      *  execução, e gera previa_<job>_AAAAMMDD.txt com o que seria
      *  lançado conta a conta, totais por agência e o comparativo
      *  com o mês anterior. A operação revisa o relatório antes de
      *  liberar a execução real pelo FechamentoMensal.
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-JobsNomes.
           05  FILLER           PIC X(30) VALUE 'JurosPoupanca'.
           05  FILLER           PIC X(30) VALUE 'TarifaManutencao'.
           05  FILLER           PIC X(30) VALUE 'JurosChequeEspecial'.
           05  FILLER           PIC X(30) VALUE 'CobrancaEmprestimo'.
       01  WS-JobsTabela REDEFINES WS-JobsNomes.
           05  WS-Job           PIC X(30) OCCURS 4 TIMES.
       01  WS-JobIdx            PIC 9(2) VALUE 0.
       01  WS-Escolha           PIC X VALUE ' '.
       01  WS-ProgramaChamada   PIC X(30).
       01  WS-JobsRodados       PIC 9(2) VALUE 0.
       01  WS-PrevOperacao      PIC X VALUE ' '.
       01  WS-PrevModo          PIC X VALUE 'N'.
       01  WS-PrevPrograma      PIC X(20) VALUE 'PreviaMensal'.
       01  WS-PrevConta         PIC 9(7) VALUE 0.
       01  WS-PrevAgencia       PIC 9(4) VALUE 0.
       01  WS-PrevTipoMov       PIC X VALUE ' '.
       01  WS-PrevValor         PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY 'Prévia dos jobs mensais (simulação)'
           DISPLAY '-----------------------------------'
           PERFORM VARYING WS-JobIdx FROM 1 BY 1 UNTIL WS-JobIdx > 4
               DISPLAY '  ' WS-JobIdx ' - ' WS-Job(WS-JobIdx)
           END-PERFORM
           DISPLAY 'Job (1-4) ou [T]odos: '
           ACCEPT WS-Escolha
           MOVE FUNCTION UPPER-CASE(WS-Escolha) TO WS-Escolha

           IF WS-Escolha NOT = 'T' AND
                   (WS-Escolha < '1' OR WS-Escolha > '4')
               DISPLAY 'Opção inválida.'
               STOP RUN
           END-IF

           MOVE 'A' TO WS-PrevOperacao
           CALL 'PreviaLancamento' USING WS-PrevOperacao
               WS-PrevModo WS-PrevPrograma WS-PrevConta
               WS-PrevAgencia WS-PrevTipoMov WS-PrevValor

           IF WS-Escolha = 'T'
               PERFORM VARYING WS-JobIdx FROM 1 BY 1
                       UNTIL WS-JobIdx > 4
                   PERFORM ExecutarPrevia
               END-PERFORM
           ELSE
               MOVE WS-Escolha TO WS-JobIdx
               PERFORM ExecutarPrevia
           END-IF

           MOVE 'D' TO WS-PrevOperacao
           CALL 'PreviaLancamento' USING WS-PrevOperacao
               WS-PrevModo WS-PrevPrograma WS-PrevConta
               WS-PrevAgencia WS-PrevTipoMov WS-PrevValor

           DISPLAY 'Prévia concluída: ' WS-JobsRodados
               ' job(s) simulado(s), nada foi lançado.'
           DISPLAY 'Relatórios previa_<job>_<data>.txt no spool'
           DISPLAY '(tipo PREV) para revisão da operação.'
           STOP RUN.

       ExecutarPrevia.
           DISPLAY 'Prévia de ' WS-Job(WS-JobIdx) '...'
           MOVE WS-Job(WS-JobIdx) TO WS-ProgramaChamada
           CALL WS-ProgramaChamada
               ON EXCEPTION
                   DISPLAY 'Falha ao chamar ' WS-ProgramaChamada '!'
               NOT ON EXCEPTION
                   ADD 1 TO WS-JobsRodados
           END-CALL.

       END PROGRAM PreviaMensal.
