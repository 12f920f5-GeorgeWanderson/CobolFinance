      *      de bolso (parte vira saque no balcão);
      *    - parcelas de empréstimo vencendo no dia (peso de 10%,
      *      pagamentos em espécie no caixa);
      *    - saques em espécie agendados para o dia na agência
      *      (agendamentos_saque.dat), integrais: o cliente avisou
      *      e o numerário tem de estar no cofre;
      *    - fator de fila de pagamento (1,5x) nos cinco primeiros
      *      dias corridos do mês, e dias não úteis pulados pelo
      *      calendário de feriados;
      *    - numerário esperado nos terminais ATM ativos de cada
      *      agência (abastecido - saques postados), sugerindo
      *      abastecimento abaixo do mínimo ATM-SALDO-MINIMO.
      *  Imprime o plano sugerido de suprimento/recolhimento para a
      *  tesouraria, grava a previsão do dia e confronta previsões
      *  anteriores com o realizado de hoje para acompanhar o acerto
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParcelaStatus.

           SELECT AgSaqFile ASSIGN TO 'agendamentos_saque.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AgSaqFileStatus.

           SELECT TerminalFile ASSIGN TO 'terminais_atm.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AtmFileStatus.

           SELECT PrevisaoFile ASSIGN DYNAMIC WS-PrevisaoFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  ParcelaFile.
       COPY PARCREC.

       FD  AgSaqFile.
       COPY AGSAQREC.

       FD  TerminalFile.
       COPY ATMREC.

       FD  PrevisaoFile.
       01  PrevisaoRecord.
           05  PrevDataAlvo           PIC 9(8).
       01  WS-DiaIdx              PIC 9 VALUE 0.
       01  WS-FutDoDia            PIC 9(9)V99 VALUE 0.
       01  WS-ParcDoDia           PIC 9(9)V99 VALUE 0.
       01  WS-AgSaqDoDia          PIC 9(9)V99 VALUE 0.
       01  WS-AgSaqFileStatus     PIC XX.
       01  WS-Projecao            PIC 9(9)V99 VALUE 0.
       01  WS-DiaDoMes            PIC 9(2) VALUE 0.
       01  WS-UtilFuncao        PIC X(8) VALUE 'DIAUTIL'.
       01  WS-ValorEd             PIC -(9)9.99.
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-AtmFileStatus       PIC XX.
       01  WS-AtmEsperado         PIC S9(9)V99 VALUE 0.
       01  WS-AtmSomaAgencia      PIC S9(9)V99 VALUE 0.
       01  WS-AtmSaldoMinimo      PIC 9(9)V99 VALUE 10000.00.
       01  WS-ParamNome         PIC X(20).
       01  WS-ParamDataRef      PIC 9(8) VALUE 0.
       01  WS-ParamValor        PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado       PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd

           MOVE 'ATM-SALDO-MINIMO' TO WS-ParamNome
           MOVE WS-DataHojeOrd TO WS-ParamDataRef
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-AtmSaldoMinimo
           END-IF

           MOVE 'Apurando histórico de numerário...' TO WS-Mensagem
           DISPLAY WS-Mensagem

           PERFORM VARYING WS-DiaIdx FROM 1 BY 1
                   UNTIL WS-DiaIdx > 5
               PERFORM ProjetarDia
           END-PERFORM
           PERFORM ProjetarTerminais.

      * Numerário parado nos terminais da agência: entra na posição
      * da tesouraria e aponta os terminais que pedem carga.
       ProjetarTerminais.
           MOVE 0 TO WS-AtmSomaAgencia
           OPEN INPUT TerminalFile
           IF WS-AtmFileStatus = '00'
               PERFORM UNTIL WS-AtmFileStatus = '10'
                   READ TerminalFile INTO TerminalAtmRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AtmAgencia = WS-AgNumero(WS-AgIdx) AND
                                   AtmAtivo
                               PERFORM ProjetarUmTerminal
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TerminalFile
           END-IF
           MOVE WS-AtmSomaAgencia TO WS-ValorEd
           MOVE SPACES TO ReportLine
           STRING '  numerário em terminais ATM R$ ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       ProjetarUmTerminal.
           COMPUTE WS-AtmEsperado =
               AtmValorAbastecido - AtmSaquesPostados
           ADD WS-AtmEsperado TO WS-AtmSomaAgencia
           MOVE WS-AtmEsperado TO WS-ValorEd
           MOVE SPACES TO ReportLine
           IF WS-AtmEsperado < WS-AtmSaldoMinimo
               STRING '    terminal ' DELIMITED BY SIZE
                      AtmTerminal DELIMITED BY SIZE
                      '  esperado R$ ' DELIMITED BY SIZE
                      WS-ValorEd DELIMITED BY SIZE
                      '  sugerir ABASTECIMENTO' DELIMITED BY SIZE
                   INTO ReportLine
           ELSE
               STRING '    terminal ' DELIMITED BY SIZE
                      AtmTerminal DELIMITED BY SIZE
                      '  esperado R$ ' DELIMITED BY SIZE
                      WS-ValorEd DELIMITED BY SIZE
                   INTO ReportLine
           END-IF
           WRITE ReportLine.

       ProjetarDia.
           PERFORM SomarFuturasDoDia
           IF WS-DiaDoMes <= 5
               COMPUTE WS-Projecao ROUNDED = WS-Projecao * 1.5
           END-IF
      *    Saque agendado é valor certo: entra inteiro, fora do fator.
           PERFORM SomarSaquesAgendadosDoDia
           ADD WS-AgSaqDoDia TO WS-Projecao

           MOVE WS-Projecao TO WS-ValorEd
           MOVE SPACES TO ReportLine
                   INTO ReportLine
           END-IF
           WRITE ReportLine
           IF WS-AgSaqDoDia > 0
               MOVE WS-AgSaqDoDia TO WS-ValorEd
               MOVE SPACES TO ReportLine
               STRING '            inclui saques agendados R$ '
                      DELIMITED BY SIZE
                      WS-ValorEd DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF

           MOVE WS-DiaAlvo(WS-DiaIdx) TO PrevDataAlvo
           MOVE WS-AgNumero(WS-AgIdx) TO PrevAgencia
               CLOSE ParcelaFile
           END-IF.

       SomarSaquesAgendadosDoDia.
           MOVE 0 TO WS-AgSaqDoDia
           OPEN INPUT AgSaqFile
           IF WS-AgSaqFileStatus = '00'
               PERFORM UNTIL WS-AgSaqFileStatus = '10'
                   READ AgSaqFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AgSaqAgendado AND AgSaqDataSaque =
                                   WS-DiaAlvo(WS-DiaIdx) AND
                                   AgSaqAgencia =
                                       WS-AgNumero(WS-AgIdx)
                               ADD AgSaqValor TO WS-AgSaqDoDia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgSaqFile
           END-IF.

      * Acerto do modelo: previsões feitas em dias anteriores para
      * HOJE, confrontadas com os suprimentos realizados de hoje.
       ConferirAcertoAnterior.
