       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioProjecaoReservas.

      *****************************************************************
      *  RelatorioProjecaoReservas.cbl - Projeção intradiária da
      *  conta reservas bancárias no Banco Central. Parte do saldo de
      *  abertura informado pela tesouraria e aplica, janela a janela
      *  de liquidação do dia, as entradas e saídas de cada fluxo:
      *    COMPE - resultado líquido da compensação de cheques
      *            (capturados enviados menos apresentados contra
      *            nós);
      *    SPI   - PIX enviado (interbancarias.dat, tipo P) e
      *            recebido (ted_recebidos.dat por chave);
      *    STR   - repasses de arrecadação com repasse previsto no
      *            dia, portabilidades (salário e crédito) e a
      *            remessa TED/DOC com os créditos recebidos.
      *  O saldo projetado ao fim de cada janela é comparado com o
      *  mínimo do parâmetro RESERVA-SALDO-MINIMO; janela abaixo do
      *  mínimo é sinalizada no relatório, na tela e no log. Pode
      *  ser rodado várias vezes no dia, à medida que os arquivos
      *  chegam.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InterbancariaFile ASSIGN TO 'interbancarias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-InterFileStatus.

           SELECT RecebidosFile ASSIGN TO 'ted_recebidos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RecFileStatus.

           SELECT ApresentadoFile ASSIGN TO 'cheques_apresentados.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ApresFileStatus.

           SELECT CapturadoFile ASSIGN TO 'cheques_capturados.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CapFileStatus.

           SELECT ArrecadacaoFile ASSIGN TO 'arrecadacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ArrecFileStatus.

           SELECT PortabilidadeFile ASSIGN TO 'portabilidades.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PortFileStatus.

           SELECT PortabCreditoFile ASSIGN TO 'portab_credito.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PortCredFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  InterbancariaFile.
       COPY INTERREC.

       FD  RecebidosFile.
       01  RecebidoRecord.
           05  RecTipoEntrada         PIC X(1).
           05  RecAgencia             PIC 9(4).
           05  RecContaNumero         PIC 9(7).
           05  RecChavePix            PIC X(40).
           05  RecBancoOrigem         PIC 9(3).
           05  RecRemetente           PIC A(40).
           05  RecValor               PIC 9(7)V99.
           05  RecData                PIC 9(8).
           05  RecReferencia          PIC X(25).

       FD  ApresentadoFile.
       01  ApresentadoRecord.
           05  ApresentadoContaNumero  PIC 9(7).
           05  ApresentadoChequeNumero PIC 9(6).
           05  ApresentadoValor        PIC 9(7)V99.

       FD  CapturadoFile.
       COPY CAPCHEQREC.

       FD  ArrecadacaoFile.
       COPY ARRECREC.

       FD  PortabilidadeFile.
       COPY PORTREC.

       FD  PortabCreditoFile.
       COPY PORTCREDREC.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-InterFileStatus     PIC XX.
       01  WS-RecFileStatus       PIC XX.
       01  WS-ApresFileStatus     PIC XX.
       01  WS-CapFileStatus       PIC XX.
       01  WS-ArrecFileStatus     PIC XX.
       01  WS-PortFileStatus      PIC XX.
       01  WS-PortCredFileStatus  PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-DataPosicao         PIC 9(8) VALUE 0.
       01  WS-SaldoAbertura       PIC S9(11)V99 VALUE 0.
       01  WS-SaldoMinimo         PIC S9(11)V99 VALUE 0.
       01  WS-SaldoProjetado      PIC S9(11)V99 VALUE 0.
       01  WS-Liquido             PIC S9(11)V99 VALUE 0.
      * Janelas de liquidação do dia, na ordem em que liquidam.
       01  WS-JanelaCompe         PIC 9(1) VALUE 1.
       01  WS-JanelaPix           PIC 9(1) VALUE 2.
       01  WS-JanelaArrecadacao   PIC 9(1) VALUE 3.
       01  WS-JanelaPortabilidade PIC 9(1) VALUE 4.
       01  WS-JanelaTed           PIC 9(1) VALUE 5.
       01  WS-QtdeJanelas         PIC 9(1) VALUE 5.
       01  WS-JanelasTabela.
           05  WS-JanelaLinha OCCURS 5 TIMES.
               10  WS-JanelaRotulo    PIC X(40).
               10  WS-JanelaEntradas  PIC 9(11)V99.
               10  WS-JanelaSaidas    PIC 9(11)V99.
               10  WS-JanelaItens     PIC 9(7).
       01  WS-Janela              PIC 9(1) VALUE 0.
       01  WS-JanelaIdx           PIC 9(1) VALUE 0.
       01  WS-JanelasAbaixo       PIC 9(1) VALUE 0.
      * Contas salário com portabilidade ativa: a perna
      * interbancária da folha dessas contas é portabilidade.
       01  WS-QtdePortSalario     PIC 9(4) VALUE 0.
       01  WS-PortSalarioTabela.
           05  WS-PortSalarioConta PIC 9(7) OCCURS 2000 TIMES.
      * Protocolos das pernas de pagamento de portabilidade de
      * crédito trazida de outro banco.
       01  WS-QtdePortCredito     PIC 9(4) VALUE 0.
       01  WS-PortCreditoTabela.
           05  WS-PortCreditoProt PIC 9(10) OCCURS 2000 TIMES.
       01  WS-PortIdx             PIC 9(4) VALUE 0.
       01  WS-EhPortabilidade     PIC X VALUE 'N'.
       01  WS-ValorEd             PIC -(11)9.99.
       01  WS-ValorEd2            PIC -(11)9.99.
       01  WS-ValorEd3            PIC -(11)9.99.
       01  WS-ValorEd4            PIC -(11)9.99.
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-ParamNome           PIC X(20).
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.
       01  WS-LogNivel            PIC X(10) VALUE 'ALERTA'.
       01  WS-LogMensagem         PIC X(100).

       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje

           DISPLAY 'Data da posição (AAAAMMDD, ENTER = hoje): '
           ACCEPT WS-DataPosicao
           IF WS-DataPosicao = 0
               MOVE WS-DataHoje TO WS-DataPosicao
           END-IF
           DISPLAY 'Saldo de abertura da conta reservas (extrato BC): '
           ACCEPT WS-SaldoAbertura

           MOVE 'RESERVA-SALDO-MINIMO' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataPosicao
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-SaldoMinimo
           ELSE
               DISPLAY 'Parâmetro RESERVA-SALDO-MINIMO não '
                   'cadastrado; mínimo considerado zero.'
           END-IF

           MOVE '07:30 COMPE - compensação de cheques'
               TO WS-JanelaRotulo(1)
           MOVE '08:00 SPI - PIX (liquidação contínua)'
               TO WS-JanelaRotulo(2)
           MOVE '10:00 STR - repasses de arrecadação'
               TO WS-JanelaRotulo(3)
           MOVE '15:00 STR - portabilidades' TO WS-JanelaRotulo(4)
           MOVE '17:00 STR - remessa TED/DOC e recebidos'
               TO WS-JanelaRotulo(5)
           PERFORM VARYING WS-JanelaIdx FROM 1 BY 1
                   UNTIL WS-JanelaIdx > WS-QtdeJanelas
               MOVE 0 TO WS-JanelaEntradas(WS-JanelaIdx)
               MOVE 0 TO WS-JanelaSaidas(WS-JanelaIdx)
               MOVE 0 TO WS-JanelaItens(WS-JanelaIdx)
           END-PERFORM

           PERFORM CarregarPortabilidades
           PERFORM SomarCompensacao
           PERFORM SomarInterbancarias
           PERFORM SomarRecebidos
           PERFORM SomarArrecadacao

           STRING 'reservas_projecao_' DELIMITED BY SIZE
                  WS-DataPosicao DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile
           PERFORM EscreverProjecao
           CLOSE ReportFile

           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-DataPosicao TO WS-SpoolAlvo(1:8)
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'RelatorioProjecaoRes' 'RESV' 'BATCH     '
               WS-SpoolAlvo 'N'

           IF WS-JanelasAbaixo > 0
               DISPLAY '*** ATENÇÃO: saldo projetado abaixo do '
                   'mínimo em ' WS-JanelasAbaixo ' janela(s) ***'
           END-IF
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           STOP RUN.

       CarregarPortabilidades.
           OPEN INPUT PortabilidadeFile
           IF WS-PortFileStatus = '00'
               PERFORM UNTIL WS-PortFileStatus = '10'
                   READ PortabilidadeFile INTO PortabilidadeRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PortAtiva AND WS-QtdePortSalario < 2000
                               ADD 1 TO WS-QtdePortSalario
                               MOVE PortContaSalario TO
                                   WS-PortSalarioConta(
                                   WS-QtdePortSalario)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PortabilidadeFile
           END-IF
           OPEN INPUT PortabCreditoFile
           IF WS-PortCredFileStatus = '00'
               PERFORM UNTIL WS-PortCredFileStatus = '10'
                   READ PortabCreditoFile INTO PortabCreditoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PortCredEntrada AND
                                   PortCredProtocolo > 0 AND
                                   WS-QtdePortCredito < 2000
                               ADD 1 TO WS-QtdePortCredito
                               MOVE PortCredProtocolo TO
                                   WS-PortCreditoProt(
                                   WS-QtdePortCredito)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PortabCreditoFile
           END-IF.

      * Compensação: cheques nossos apresentados pelos outros bancos
      * saem; cheques de outros bancos enviados na remessa e ainda
      * sem retorno entram.
       SomarCompensacao.
           MOVE WS-JanelaCompe TO WS-Janela
           OPEN INPUT ApresentadoFile
           IF WS-ApresFileStatus = '00'
               PERFORM UNTIL WS-ApresFileStatus = '10'
                   READ ApresentadoFile INTO ApresentadoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD ApresentadoValor
                               TO WS-JanelaSaidas(WS-Janela)
                           ADD 1 TO WS-JanelaItens(WS-Janela)
                   END-READ
               END-PERFORM
               CLOSE ApresentadoFile
           END-IF
           OPEN INPUT CapturadoFile
           IF WS-CapFileStatus = '00'
               PERFORM UNTIL WS-CapFileStatus = '10'
                   READ CapturadoFile INTO ChequeCapturadoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CapEnviado
                               ADD CapValor
                                   TO WS-JanelaEntradas(WS-Janela)
                               ADD 1 TO WS-JanelaItens(WS-Janela)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CapturadoFile
           END-IF.

      * Pernas do dia ainda não estornadas: PIX liquida no SPI;
      * perna de folha com portabilidade de salário ou pagamento de
      * portabilidade de crédito vai na janela de portabilidades; o
      * resto é a remessa TED/DOC.
       SomarInterbancarias.
           OPEN INPUT InterbancariaFile
           IF WS-InterFileStatus = '00'
               PERFORM UNTIL WS-InterFileStatus = '10'
                   READ InterbancariaFile INTO InterbancariaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF InterData = WS-DataPosicao AND
                                   NOT InterEstornada
                               PERFORM ClassificarInterbancaria
                               ADD InterValor
                                   TO WS-JanelaSaidas(WS-Janela)
                               ADD 1 TO WS-JanelaItens(WS-Janela)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE InterbancariaFile
           END-IF.

       ClassificarInterbancaria.
           MOVE 'N' TO WS-EhPortabilidade
           PERFORM VARYING WS-PortIdx FROM 1 BY 1
                   UNTIL WS-PortIdx > WS-QtdePortSalario
               IF WS-PortSalarioConta(WS-PortIdx) = InterContaOrigem
                   MOVE 'S' TO WS-EhPortabilidade
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PortIdx FROM 1 BY 1
                   UNTIL WS-PortIdx > WS-QtdePortCredito
               IF WS-PortCreditoProt(WS-PortIdx) = InterProtocolo
                   MOVE 'S' TO WS-EhPortabilidade
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN InterTipo = 'P'
                   MOVE WS-JanelaPix TO WS-Janela
               WHEN WS-EhPortabilidade = 'S'
                   MOVE WS-JanelaPortabilidade TO WS-Janela
               WHEN OTHER
                   MOVE WS-JanelaTed TO WS-Janela
           END-EVALUATE.

      * Créditos recebidos do dia: por chave é PIX; TED com
      * referência PORT é a liquidação de portabilidade de crédito
      * levada por outro banco.
       SomarRecebidos.
           OPEN INPUT RecebidosFile
           IF WS-RecFileStatus = '00'
               PERFORM UNTIL WS-RecFileStatus = '10'
                   READ RecebidosFile INTO RecebidoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF RecData = WS-DataPosicao
                               EVALUATE TRUE
                                   WHEN RecTipoEntrada = 'P'
                                       MOVE WS-JanelaPix TO WS-Janela
                                   WHEN RecReferencia(1:4) = 'PORT'
                                       MOVE WS-JanelaPortabilidade
                                           TO WS-Janela
                                   WHEN OTHER
                                       MOVE WS-JanelaTed TO WS-Janela
                               END-EVALUATE
                               ADD RecValor
                                   TO WS-JanelaEntradas(WS-Janela)
                               ADD 1 TO WS-JanelaItens(WS-Janela)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RecebidosFile
           END-IF.

      * Repasse ao convênio pelo valor líquido da tarifa, nos
      * documentos pendentes com repasse previsto para o dia.
       SomarArrecadacao.
           MOVE WS-JanelaArrecadacao TO WS-Janela
           OPEN INPUT ArrecadacaoFile
           IF WS-ArrecFileStatus = '00'
               PERFORM UNTIL WS-ArrecFileStatus = '10'
                   READ ArrecadacaoFile INTO ArrecadacaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ArrecPendente AND
                                   ArrecDataRepasse <= WS-DataPosicao
                               COMPUTE WS-JanelaSaidas(WS-Janela) =
                                   WS-JanelaSaidas(WS-Janela) +
                                   ArrecValor - ArrecTarifa
                               ADD 1 TO WS-JanelaItens(WS-Janela)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArrecadacaoFile
           END-IF.

       EscreverProjecao.
           MOVE SPACES TO ReportLine
           STRING 'PROJEÇÃO INTRADIÁRIA DA CONTA RESERVAS - '
                  DELIMITED BY SIZE
                  WS-DataPosicao DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine
           MOVE WS-SaldoAbertura TO WS-ValorEd
           MOVE WS-SaldoMinimo TO WS-ValorEd2
           MOVE SPACES TO ReportLine
           STRING 'Saldo de abertura: ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
                  '   mínimo: ' DELIMITED BY SIZE
                  WS-ValorEd2 DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'JANELA                                    ITENS'
                  DELIMITED BY SIZE
                  '       ENTRADAS         SAÍDAS        LÍQUIDO'
                  DELIMITED BY SIZE
                  '   SALDO PROJETADO' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine

           MOVE WS-SaldoAbertura TO WS-SaldoProjetado
           PERFORM VARYING WS-JanelaIdx FROM 1 BY 1
                   UNTIL WS-JanelaIdx > WS-QtdeJanelas
               PERFORM EscreverJanela
           END-PERFORM

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE WS-SaldoProjetado TO WS-ValorEd
           MOVE SPACES TO ReportLine
           STRING 'Saldo projetado ao fim do dia: ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
                  '   janelas abaixo do mínimo: ' DELIMITED BY SIZE
                  WS-JanelasAbaixo DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine.

       EscreverJanela.
           COMPUTE WS-Liquido = WS-JanelaEntradas(WS-JanelaIdx) -
               WS-JanelaSaidas(WS-JanelaIdx)
           ADD WS-Liquido TO WS-SaldoProjetado
           MOVE WS-JanelaEntradas(WS-JanelaIdx) TO WS-ValorEd
           MOVE WS-JanelaSaidas(WS-JanelaIdx) TO WS-ValorEd2
           MOVE WS-Liquido TO WS-ValorEd3
           MOVE WS-SaldoProjetado TO WS-ValorEd4
           MOVE SPACES TO ReportLine
           STRING WS-JanelaRotulo(WS-JanelaIdx) DELIMITED BY SIZE
                  WS-JanelaItens(WS-JanelaIdx) DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
                  WS-ValorEd2 DELIMITED BY SIZE
                  WS-ValorEd3 DELIMITED BY SIZE
                  WS-ValorEd4 DELIMITED BY SIZE
               INTO ReportLine
           IF WS-SaldoProjetado < WS-SaldoMinimo
               ADD 1 TO WS-JanelasAbaixo
               MOVE '  ABAIXO DO MÍNIMO' TO ReportLine(108:20)
               MOVE SPACES TO WS-LogMensagem
               STRING 'Reservas ' DELIMITED BY SIZE
                      WS-DataPosicao DELIMITED BY SIZE
                      ' abaixo do mínimo na janela ' DELIMITED BY SIZE
                      WS-JanelaRotulo(WS-JanelaIdx)(1:5)
                      DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WS-ValorEd4 DELIMITED BY SIZE
                   INTO WS-LogMensagem
               CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem
           END-IF
           WRITE ReportLine
           DISPLAY ReportLine.

       END PROGRAM RelatorioProjecaoReservas.
