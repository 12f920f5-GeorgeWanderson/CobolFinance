      *  registra suprimentos às bocas e sangrias delas como
      *  contrapartida dos movimentos de caixa.dat, controla o
      *  numerário em trânsito de carro-forte entre agências e o
      *  cofre central (agência 0000), abastece e recolhe os
      *  terminais ATM da agência conferindo o recolhido contra o
      *  esperado do terminal, avisa quando o estoque passa do teto
      *  parametrizado (TETO-COFRE) e fecha o dia com a prova do
      *  cofre: abertura + sangrias + trânsito recebido +
      *  recolhimentos ATM - suprimentos - trânsito enviado -
      *  abastecimentos ATM tem de bater com a contagem física e
      *  conferir com a soma das bocas e dos terminais, antes de o
      *  FechamentoDiario encerrar a data.
      *****************************************************************

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CaixaStatus.

           SELECT TerminalFile ASSIGN TO 'terminais_atm.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AtmFileStatus.

           SELECT NumerarioAtmFile ASSIGN TO 'numerario_atm.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NumAtmStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CofreFile.
       FD  CaixaFile.
       COPY CAIXAREC.

       FD  TerminalFile.
       COPY ATMREC.

       FD  NumerarioAtmFile.
       COPY ATMMOVREC.

       WORKING-STORAGE SECTION.
       01  WS-CofreStatus         PIC XX.
       01  WS-TransStatus         PIC XX.
       01  WS-TransSeqStatus      PIC XX.
       01  WS-CaixaStatus         PIC XX.
       01  WS-AtmFileStatus       PIC XX.
       01  WS-NumAtmStatus        PIC XX.
       01  WS-TerminalInformado   PIC X(8).
       01  WS-OperadorInformado   PIC X(10).
       01  WS-AtmAchado           PIC X VALUE 'N'.
       01  WS-AtmEsperado         PIC S9(9)V99 VALUE 0.
       01  WS-AtmDiferenca        PIC S9(9)V99 VALUE 0.
       01  WS-SomaTerminais       PIC S9(9)V99 VALUE 0.
       01  WS-PendOrigem          PIC X(20) VALUE 'CofreAgencia'.
       01  WS-PendTipo            PIC X(4) VALUE 'NUMR'.
       01  WS-PendConta           PIC 9(7) VALUE 0.
       01  WS-PendValor           PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao       PIC X(60).
       01  WS-Opcao               PIC X VALUE ' '.
       01  WS-AgenciaInformada    PIC 9(4) VALUE 0.
       01  WS-ValorInformado      PIC 9(9)V99 VALUE 0.

           DISPLAY 'Cofre: [A]brir dia, [S]uprimento a boca,'
           DISPLAY '[G] sangria de boca, [E]nviar carro-forte,'
           DISPLAY '[R]eceber carro-forte, a[B]astecer ATM,'
           DISPLAY '[K] recolher ATM, [F]echar com contagem: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

                   PERFORM EnviarCarroForte
               WHEN 'R'
                   PERFORM ReceberCarroForte
               WHEN 'B'
                   PERFORM AbastecerTerminal
               WHEN 'K'
                   PERFORM RecolherTerminal
               WHEN 'F'
                   PERFORM FecharCofre
               WHEN OTHER
               MOVE 0 TO CofreSaidasTransito
               MOVE 0 TO CofreContagem
               MOVE 'A' TO CofreStatus
               MOVE 0 TO CofreAbastecimentosAtm
               MOVE 0 TO CofreRecolhimentosAtm
               OPEN EXTEND CofreFile
               IF WS-CofreStatus = '35'
                   OPEN OUTPUT CofreFile
                                   WHEN 'R'
                                       ADD WS-ValorInformado TO
                                           CofreEntradasTransito
                                   WHEN 'B'
                                       ADD WS-ValorInformado TO
                                           CofreAbastecimentosAtm
                                   WHEN 'K'
                                       ADD WS-ValorInformado TO
                                           CofreRecolhimentosAtm
                               END-EVALUATE
                               REWRITE CofreRecord
                               EXIT PERFORM
       AvisarTeto.
           COMPUTE WS-SaldoCalculado =
               CofreSaldoAbertura + CofreSangriasCaixas +
               CofreEntradasTransito + CofreRecolhimentosAtm -
               CofreSuprimentosCaixas - CofreSaidasTransito -
               CofreAbastecimentosAtm
           IF WS-SaldoCalculado > WS-TetoCofre
               MOVE WS-SaldoCalculado TO WS-ValorEd
               DISPLAY '*** ALERTA: estoque do cofre (R$ '
       ConferirProva.
           COMPUTE WS-SaldoCalculado =
               CofreSaldoAbertura + CofreSangriasCaixas +
               CofreEntradasTransito + CofreRecolhimentosAtm -
               CofreSuprimentosCaixas - CofreSaidasTransito -
               CofreAbastecimentosAtm
           IF WS-SaldoCalculado NOT = WS-ContagemInformada
               MOVE WS-SaldoCalculado TO WS-ValorEd
               DISPLAY '*** PROVA NÃO FECHA: calculado R$ '
               MOVE 'F' TO CofreStatus
               REWRITE CofreRecord
               PERFORM SomarBocasDoDia
               PERFORM SomarTerminaisAgencia
               MOVE WS-SomaTerminais TO WS-ValorEd
               DISPLAY 'Prova do cofre fechada.'
               DISPLAY 'Posição da agência: cofre R$ '
                   WS-ContagemInformada ' + bocas R$ '
                   WS-SomaBocas
               DISPLAY '                    + terminais ATM R$ '
                   WS-ValorEd
           END-IF.

       SomarBocasDoDia.
               CLOSE CaixaFile
           END-IF.

      * Carga do cofre para o terminal: entra no ciclo do terminal
      * como abastecido e sai do estoque do cofre.
       AbastecerTerminal.
           DISPLAY 'Terminal a abastecer: '
           ACCEPT WS-TerminalInformado
           MOVE FUNCTION UPPER-CASE(WS-TerminalInformado)
               TO WS-TerminalInformado
           PERFORM LocalizarTerminalAgencia
           IF WS-AtmAchado = 'N'
               DISPLAY 'Terminal ativo desta agência não encontrado.'
           ELSE
               DISPLAY 'Operador responsável: '
               ACCEPT WS-OperadorInformado
               DISPLAY 'Valor carregado no terminal: '
               ACCEPT WS-ValorInformado
               PERFORM AtualizarCofreHoje
               IF WS-CofreAchado = 'S'
                   PERFORM AtualizarTerminal
                   MOVE 0 TO WS-AtmEsperado
                   MOVE 0 TO WS-AtmDiferenca
                   PERFORM GravarNumerarioAtm
                   DISPLAY 'Terminal ' WS-TerminalInformado
                       ' abastecido com R$ ' WS-ValorInformado
               END-IF
           END-IF.

      * Recolhimento do que sobrou nos cassetes: o contado volta ao
      * cofre e é conferido contra o esperado do ciclo (abastecido -
      * saques ATM postados). Diferença vai para a worklist; o
      * terminal recomeça o ciclo zerado.
       RecolherTerminal.
           DISPLAY 'Terminal a recolher: '
           ACCEPT WS-TerminalInformado
           MOVE FUNCTION UPPER-CASE(WS-TerminalInformado)
               TO WS-TerminalInformado
           PERFORM LocalizarTerminalAgencia
           IF WS-AtmAchado = 'N'
               DISPLAY 'Terminal ativo desta agência não encontrado.'
           ELSE
               DISPLAY 'Operador responsável: '
               ACCEPT WS-OperadorInformado
               DISPLAY 'Valor contado no recolhimento: '
               ACCEPT WS-ValorInformado
               PERFORM AtualizarCofreHoje
               IF WS-CofreAchado = 'S'
                   PERFORM AtualizarTerminal
                   COMPUTE WS-AtmDiferenca =
                       WS-ValorInformado - WS-AtmEsperado
                   PERFORM GravarNumerarioAtm
                   MOVE WS-AtmEsperado TO WS-ValorEd
                   DISPLAY 'Recolhido R$ ' WS-ValorInformado
                       ' esperado R$ ' WS-ValorEd
                   IF WS-AtmDiferenca NOT = 0
                       PERFORM RegistrarDiferencaAtm
                   ELSE
                       DISPLAY 'Numerário do terminal confere.'
                   END-IF
               END-IF
           END-IF.

       LocalizarTerminalAgencia.
           MOVE 'N' TO WS-AtmAchado
           OPEN INPUT TerminalFile
           IF WS-AtmFileStatus = '00'
               PERFORM UNTIL WS-AtmFileStatus = '10'
                   READ TerminalFile INTO TerminalAtmRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AtmTerminal = WS-TerminalInformado AND
                                   AtmAgencia = WS-AgenciaInformada
                                   AND AtmAtivo
                               MOVE 'S' TO WS-AtmAchado
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TerminalFile
           END-IF.

      * Abastecimento soma ao ciclo; recolhimento guarda o esperado
      * do ciclo que se encerra e zera o terminal.
       AtualizarTerminal.
           OPEN I-O TerminalFile
           IF WS-AtmFileStatus = '00'
               PERFORM UNTIL WS-AtmFileStatus = '10'
                   READ TerminalFile INTO TerminalAtmRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AtmTerminal = WS-TerminalInformado
                               IF WS-Opcao = 'B'
                                   ADD WS-ValorInformado
                                       TO AtmValorAbastecido
                                   MOVE WS-DataHojeOrd
                                       TO AtmDataAbastecimento
                               ELSE
                                   COMPUTE WS-AtmEsperado =
                                       AtmValorAbastecido -
                                       AtmSaquesPostados
                                   MOVE 0 TO AtmValorAbastecido
                                   MOVE 0 TO AtmSaquesPostados
                                   MOVE WS-DataHojeOrd
                                       TO AtmDataRecolhimento
                               END-IF
                               REWRITE TerminalAtmRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TerminalFile
           END-IF.

       GravarNumerarioAtm.
           MOVE WS-TerminalInformado TO NumAtmTerminal
           MOVE WS-AgenciaInformada TO NumAtmAgencia
           MOVE WS-DataHojeOrd TO NumAtmData
           MOVE FUNCTION CURRENT-DATE(9:8) TO NumAtmHora
           IF WS-Opcao = 'B'
               MOVE 'A' TO NumAtmTipo
           ELSE
               MOVE 'R' TO NumAtmTipo
           END-IF
           MOVE WS-ValorInformado TO NumAtmValor
           MOVE WS-AtmEsperado TO NumAtmEsperado
           MOVE WS-AtmDiferenca TO NumAtmDiferenca
           MOVE WS-OperadorInformado TO NumAtmOperadorID
           OPEN EXTEND NumerarioAtmFile
           IF WS-NumAtmStatus = '35'
               OPEN OUTPUT NumerarioAtmFile
           END-IF
           WRITE NumerarioAtmRecord
           CLOSE NumerarioAtmFile.

       RegistrarDiferencaAtm.
           MOVE WS-AtmDiferenca TO WS-ValorEd
           IF WS-AtmDiferenca < 0
               COMPUTE WS-PendValor = 0 - WS-AtmDiferenca
               MOVE SPACES TO WS-PendDescricao
               STRING 'Falta no recolhimento do ATM ' DELIMITED BY SIZE
                      WS-TerminalInformado DELIMITED BY SIZE
                      ' ag ' DELIMITED BY SIZE
                      WS-AgenciaInformada DELIMITED BY SIZE
                   INTO WS-PendDescricao
           ELSE
               MOVE WS-AtmDiferenca TO WS-PendValor
               MOVE SPACES TO WS-PendDescricao
               STRING 'Sobra no recolhimento do ATM ' DELIMITED BY SIZE
                      WS-TerminalInformado DELIMITED BY SIZE
                      ' ag ' DELIMITED BY SIZE
                      WS-AgenciaInformada DELIMITED BY SIZE
                   INTO WS-PendDescricao
           END-IF
           CALL 'RegistrarPendencia' USING WS-PendOrigem WS-PendTipo
               WS-PendConta WS-PendValor WS-PendDescricao
           DISPLAY '*** DIFERENÇA no terminal: R$ ' WS-ValorEd
           DISPLAY 'Registrada pendência para tratamento.'.

      * Numerário esperado nos terminais ativos da agência, para a
      * posição total junto com cofre e bocas.
       SomarTerminaisAgencia.
           MOVE 0 TO WS-SomaTerminais
           OPEN INPUT TerminalFile
           IF WS-AtmFileStatus = '00'
               PERFORM UNTIL WS-AtmFileStatus = '10'
                   READ TerminalFile INTO TerminalAtmRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AtmAgencia = WS-AgenciaInformada AND
                                   AtmAtivo
                               COMPUTE WS-SomaTerminais =
                                   WS-SomaTerminais +
                                   AtmValorAbastecido -
                                   AtmSaquesPostados
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TerminalFile
           END-IF.

       END PROGRAM CofreAgencia.
