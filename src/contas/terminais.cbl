       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManutencaoTerminais.

      *****************************************************************
      *  ManutencaoTerminais.cbl - Cadastro dos terminais de
      *  autoatendimento (terminais_atm.dat) por agência: inclusão
      *  em agência ativa, desativação (só com o terminal recolhido)
      *  e listagem com o numerário esperado de cada terminal no
      *  ciclo corrente (abastecido - saques ATM postados).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgenciaFile ASSIGN TO 'agencias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AgenciaStatus.

           SELECT TerminalFile ASSIGN TO 'terminais_atm.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AtmFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  AgenciaFile.
       COPY AGENCIAREC.

       FD  TerminalFile.
       COPY ATMREC.

       WORKING-STORAGE SECTION.
       01  WS-AgenciaStatus     PIC XX.
       01  WS-AtmFileStatus     PIC XX.
       01  WS-ExitFlag          PIC X VALUE 'N'.
       01  WS-OperacaoChoice    PIC X VALUE ' '.
       01  WS-OperacaoMenu      PIC X(60) VALUE
           '[I]ncluir [D]esativar terminal [L]istar [E]Sair: '.
       01  WS-AtmTerminal       PIC X(8).
       01  WS-AtmAgencia        PIC 9(4) VALUE 0.
       01  WS-AtmLocal          PIC A(40).
       01  WS-AtmAchado         PIC X VALUE 'N'.
       01  WS-AgenciaAtiva      PIC X VALUE 'N'.
       01  WS-AtmEsperado       PIC S9(9)V99 VALUE 0.
       01  WS-ValorEd           PIC -(9)9.99.
       01  WS-QtdeListados      PIC 9(4) VALUE 0.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-LogNivel          PIC X(10) VALUE 'INFO'.
       01  WS-LogMensagem       PIC X(100).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           DISPLAY 'Manutenção de Terminais ATM'
           DISPLAY '---------------------------'
           PERFORM OperacoesTerminal
           STOP RUN.

       OperacoesTerminal.
           DISPLAY WS-OperacaoMenu
           ACCEPT WS-OperacaoChoice

           EVALUATE WS-OperacaoChoice
               WHEN 'I'
               WHEN 'i'
                   PERFORM IncluirTerminal
               WHEN 'D'
               WHEN 'd'
                   PERFORM DesativarTerminal
               WHEN 'L'
               WHEN 'l'
                   PERFORM ListarTerminais
               WHEN 'E'
               WHEN 'e'
                   MOVE 'Y' TO WS-ExitFlag
                   DISPLAY 'Operação encerrada.'
               WHEN OTHER
                   DISPLAY 'Opção inválida!'
           END-EVALUATE

           IF WS-ExitFlag = 'N'
               PERFORM OperacoesTerminal
           END-IF.

      * O código do terminal é o mesmo que o switch informa nas
      * autorizações ATM; é ele que liga o saque ao terminal.
       IncluirTerminal.
           DISPLAY 'Código do terminal (8 posições, como no '
               'switch): '
           ACCEPT WS-AtmTerminal
           MOVE FUNCTION UPPER-CASE(WS-AtmTerminal) TO WS-AtmTerminal
           PERFORM LocalizarTerminal
           IF WS-AtmTerminal = SPACES
               DISPLAY 'Código do terminal obrigatório!'
           ELSE
           IF WS-AtmAchado = 'Y'
               DISPLAY 'Terminal já cadastrado!'
           ELSE
               DISPLAY 'Agência do terminal: '
               ACCEPT WS-AtmAgencia
               PERFORM VerificarAgencia
               IF WS-AgenciaAtiva = 'N'
                   DISPLAY 'Agência inexistente ou fechada!'
               ELSE
                   DISPLAY 'Local de instalação: '
                   ACCEPT WS-AtmLocal

                   MOVE WS-AtmTerminal TO AtmTerminal
                   MOVE WS-AtmAgencia TO AtmAgencia
                   MOVE WS-AtmLocal TO AtmLocal
                   MOVE 'A' TO AtmStatus
                   MOVE WS-DataHojeOrd TO AtmDataCadastro
                   MOVE 0 TO AtmValorAbastecido
                   MOVE 0 TO AtmSaquesPostados
                   MOVE 0 TO AtmDataAbastecimento
                   MOVE 0 TO AtmDataRecolhimento

                   OPEN EXTEND TerminalFile
                   IF WS-AtmFileStatus = '35'
                       OPEN OUTPUT TerminalFile
                   END-IF
                   WRITE TerminalAtmRecord
                   CLOSE TerminalFile
                   DISPLAY 'Terminal incluído.'
                   MOVE SPACES TO WS-LogMensagem
                   STRING 'Terminal ATM ' DELIMITED BY SIZE
                          WS-AtmTerminal DELIMITED BY SIZE
                          ' incluído na agência ' DELIMITED BY SIZE
                          WS-AtmAgencia DELIMITED BY SIZE
                       INTO WS-LogMensagem
                   CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem
               END-IF
           END-IF
           END-IF.

      * Terminal com numerário no ciclo tem de ser recolhido no
      * cofre antes de sair de operação.
       DesativarTerminal.
           DISPLAY 'Código do terminal a desativar: '
           ACCEPT WS-AtmTerminal
           MOVE FUNCTION UPPER-CASE(WS-AtmTerminal) TO WS-AtmTerminal
           MOVE 'N' TO WS-AtmAchado

           OPEN I-O TerminalFile
           IF WS-AtmFileStatus = '00'
               PERFORM UNTIL WS-AtmFileStatus = '10'
                   READ TerminalFile INTO TerminalAtmRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AtmTerminal = WS-AtmTerminal
                               MOVE 'Y' TO WS-AtmAchado
                               PERFORM RegravarDesativacao
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TerminalFile
           END-IF

           IF WS-AtmAchado = 'N'
               DISPLAY 'Terminal não encontrado.'
           END-IF.

       RegravarDesativacao.
           IF AtmValorAbastecido > 0 OR AtmSaquesPostados > 0
               DISPLAY 'Terminal com ciclo de numerário em aberto;'
               DISPLAY 'faça o recolhimento no cofre antes.'
           ELSE
               MOVE 'D' TO AtmStatus
               REWRITE TerminalAtmRecord
               DISPLAY 'Terminal desativado.'
               MOVE SPACES TO WS-LogMensagem
               STRING 'Terminal ATM ' DELIMITED BY SIZE
                      WS-AtmTerminal DELIMITED BY SIZE
                      ' desativado' DELIMITED BY SIZE
                   INTO WS-LogMensagem
               CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem
           END-IF.

       ListarTerminais.
           MOVE 0 TO WS-QtdeListados
           OPEN INPUT TerminalFile
           IF WS-AtmFileStatus = '00'
               DISPLAY 'Terminais cadastrados:'
               PERFORM UNTIL WS-AtmFileStatus = '10'
                   READ TerminalFile INTO TerminalAtmRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-QtdeListados
                           COMPUTE WS-AtmEsperado =
                               AtmValorAbastecido - AtmSaquesPostados
                           MOVE WS-AtmEsperado TO WS-ValorEd
                           DISPLAY '  ' AtmTerminal ' ag '
                               AtmAgencia ' [' AtmStatus '] '
                               AtmLocal
                           DISPLAY '      abastecido '
                               AtmValorAbastecido ' saques '
                               AtmSaquesPostados ' esperado '
                               WS-ValorEd
                   END-READ
               END-PERFORM
               CLOSE TerminalFile
           END-IF
           IF WS-QtdeListados = 0
               DISPLAY 'Nenhum terminal cadastrado.'
           END-IF.

       LocalizarTerminal.
           MOVE 'N' TO WS-AtmAchado
           OPEN INPUT TerminalFile
           IF WS-AtmFileStatus = '00'
               PERFORM UNTIL WS-AtmFileStatus = '10'
                   READ TerminalFile INTO TerminalAtmRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AtmTerminal = WS-AtmTerminal
                               MOVE 'Y' TO WS-AtmAchado
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TerminalFile
           END-IF.

       VerificarAgencia.
           MOVE 'N' TO WS-AgenciaAtiva
           OPEN INPUT AgenciaFile
           IF WS-AgenciaStatus = '00'
               PERFORM UNTIL WS-AgenciaStatus = '10'
                   READ AgenciaFile INTO AgenciaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AgenciaNumero = WS-AtmAgencia
                               IF AgenciaAtiva
                                   MOVE 'Y' TO WS-AgenciaAtiva
                               END-IF
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgenciaFile
           END-IF.

       END PROGRAM ManutencaoTerminais.
