       IDENTIFICATION DIVISION.
       PROGRAM-ID. RepasseArrecadacao.

      *****************************************************************
      *  RepasseArrecadacao.cbl - Repasse diário aos convênios da
      *  arrecadação de contas de consumo e tributos recebida no
      *  caixa (arrecadacoes.dat). Para cada convênio gera o arquivo
      *  de repasse com os documentos cuja data prevista chegou,
      *  pelo valor líquido da tarifa por documento, e marca os
      *  documentos como repassados. Header e trailer no padrão
      *  CTRLREC, com a soma dos valores líquidos. Ao final lista o
      *  que continua pendente de repasse por convênio.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConvenioFile ASSIGN TO 'convenios.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ConvFileStatus.

           SELECT ArrecadacaoFile ASSIGN TO 'arrecadacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ArrecFileStatus.

           SELECT RepasseFile ASSIGN DYNAMIC WS-RepasseFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RepFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ConvenioFile.
       COPY CONVREC.

       FD  ArrecadacaoFile.
       COPY ARRECREC.

       FD  RepasseFile.
       01  RepasseRecord.
           05  RepConvenioID          PIC 9(4).
           05  RepProtocolo           PIC 9(10).
           05  RepCodigoBarras        PIC X(44).
           05  RepDataRecebimento     PIC 9(8).
           05  RepValor               PIC 9(7)V99.
           05  RepTarifa              PIC 9(3)V99.
           05  RepLiquido             PIC 9(7)V99.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CTRLREC.
       01  WS-ConvFileStatus      PIC XX.
       01  WS-ArrecFileStatus     PIC XX.
       01  WS-RepFileStatus       PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-RepasseFileName     PIC X(40).
       01  WS-ReportFileName      PIC X(40).
       01  WS-RepasseAberto       PIC X VALUE 'N'.
       01  WS-ConvenioAtual       PIC 9(4) VALUE 0.
       01  WS-Liquido             PIC 9(7)V99 VALUE 0.
       01  WS-DocsConvenio        PIC 9(7) VALUE 0.
       01  WS-BrutoConvenio       PIC 9(11)V99 VALUE 0.
       01  WS-TarifaConvenio      PIC 9(9)V99 VALUE 0.
       01  WS-LiquidoConvenio     PIC 9(11)V99 VALUE 0.
       01  WS-DocsRepassados      PIC 9(7) VALUE 0.
       01  WS-TotalLiquido        PIC 9(11)V99 VALUE 0.
       01  WS-TotalTarifas        PIC 9(9)V99 VALUE 0.
       01  WS-ArquivosGerados     PIC 9(5) VALUE 0.
       01  WS-PendQtde            PIC 9(7) VALUE 0.
       01  WS-PendBruto           PIC 9(11)V99 VALUE 0.
       01  WS-PendLiquido         PIC 9(11)V99 VALUE 0.
       01  WS-PendProxima         PIC 9(8) VALUE 0.
       01  WS-TotalPendQtde       PIC 9(7) VALUE 0.
       01  WS-TotalPendLiquido    PIC 9(11)V99 VALUE 0.
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.

       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       01  WS-ExecPrograma        PIC X(20) VALUE 'RepasseArrecadacao'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos           PIC 9(7) VALUE 0.
       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd

           OPEN INPUT ConvenioFile
           IF WS-ConvFileStatus NOT = '00'
               DISPLAY 'Nenhum convênio cadastrado.'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           DISPLAY 'Gerando repasses da arrecadação...'
      *    Convênio que deixou de arrecadar ainda recebe o que já
      *    foi arrecadado: todos os convênios passam pelo repasse.
           PERFORM UNTIL WS-ConvFileStatus = '10'
               READ ConvenioFile INTO ConvenioRecord
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM RepassarConvenio
               END-READ
           END-PERFORM
           CLOSE ConvenioFile

           PERFORM ListarPendentes

           MOVE WS-DocsRepassados TO WS-ExecPostados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           DISPLAY 'Documentos repassados: ' WS-DocsRepassados
               ' em ' WS-ArquivosGerados ' arquivo(s)'
           DISPLAY 'Valor líquido repassado: R$ ' WS-TotalLiquido
               ' (tarifas R$ ' WS-TotalTarifas ')'
           DISPLAY 'Pendente de repasse: ' WS-TotalPendQtde
               ' documento(s), R$ ' WS-TotalPendLiquido
           STOP RUN.

      * Documentos pendentes do convênio com data de repasse vencida
      * vão para o arquivo do convênio, aberto só quando há o que
      * repassar.
       RepassarConvenio.
           MOVE ConvenioID TO WS-ConvenioAtual
           MOVE 'N' TO WS-RepasseAberto
           MOVE 0 TO WS-DocsConvenio
           MOVE 0 TO WS-BrutoConvenio
           MOVE 0 TO WS-TarifaConvenio
           MOVE 0 TO WS-LiquidoConvenio
           OPEN I-O ArrecadacaoFile
           IF WS-ArrecFileStatus = '00'
               PERFORM UNTIL WS-ArrecFileStatus = '10'
                   READ ArrecadacaoFile INTO ArrecadacaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ArrecConvenioID = WS-ConvenioAtual AND
                                   ArrecPendente AND
                                   ArrecDataRepasse <= WS-DataHojeOrd
                               ADD 1 TO WS-ExecLidos
                               PERFORM RepassarDocumento
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArrecadacaoFile
           END-IF
           IF WS-RepasseAberto = 'S'
               PERFORM FecharArquivoRepasse
           END-IF.

       RepassarDocumento.
           IF WS-RepasseAberto = 'N'
               PERFORM AbrirArquivoRepasse
           END-IF
           MOVE 0 TO WS-Liquido
           IF ArrecValor > ArrecTarifa
               COMPUTE WS-Liquido = ArrecValor - ArrecTarifa
           END-IF
           MOVE ArrecConvenioID TO RepConvenioID
           MOVE ArrecProtocolo TO RepProtocolo
           MOVE ArrecCodigoBarras TO RepCodigoBarras
           MOVE ArrecDataRecebimento TO RepDataRecebimento
           MOVE ArrecValor TO RepValor
           MOVE ArrecTarifa TO RepTarifa
           MOVE WS-Liquido TO RepLiquido
           WRITE RepasseRecord

           MOVE 'R' TO ArrecStatus
           MOVE WS-DataHojeOrd TO ArrecDataRepassada
           REWRITE ArrecadacaoRecord

           ADD 1 TO WS-DocsConvenio
           ADD ArrecValor TO WS-BrutoConvenio
           ADD ArrecTarifa TO WS-TarifaConvenio
           ADD WS-Liquido TO WS-LiquidoConvenio
           ADD 1 TO WS-DocsRepassados
           ADD ArrecTarifa TO WS-TotalTarifas
           ADD WS-Liquido TO WS-TotalLiquido.

       AbrirArquivoRepasse.
           MOVE SPACES TO WS-RepasseFileName
           STRING 'repasse_arrec_' DELIMITED BY SIZE
                  WS-ConvenioAtual DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-RepasseFileName
           OPEN OUTPUT RepasseFile
           MOVE 'S' TO WS-RepasseAberto
           ADD 1 TO WS-ArquivosGerados

      *    Header e trailer de conferência contra truncamento.
           MOVE SPACES TO ControleRegistro
           MOVE 'H' TO CtrlTipo
           MOVE WS-DataHojeOrd TO CtrlData
           MOVE 1 TO CtrlSequencia
           MOVE 0 TO CtrlContagem
           MOVE 0 TO CtrlSoma
           WRITE RepasseRecord FROM ControleRegistro.

       FecharArquivoRepasse.
           MOVE SPACES TO ControleRegistro
           MOVE 'T' TO CtrlTipo
           MOVE WS-DataHojeOrd TO CtrlData
           MOVE 1 TO CtrlSequencia
           MOVE WS-DocsConvenio TO CtrlContagem
           MOVE WS-LiquidoConvenio TO CtrlSoma
           WRITE RepasseRecord FROM ControleRegistro
           CLOSE RepasseFile
           DISPLAY 'Convênio ' WS-ConvenioAtual ': '
               WS-DocsConvenio ' documento(s), bruto R$ '
               WS-BrutoConvenio ' tarifa R$ ' WS-TarifaConvenio
               ' líquido R$ ' WS-LiquidoConvenio
           DISPLAY '  Arquivo: ' WS-RepasseFileName.

      * Controle do repasse pendente: o que foi arrecadado e ainda
      * não saiu para o convênio, com a próxima data prevista.
       ListarPendentes.
           MOVE SPACES TO WS-ReportFileName
           STRING 'repasse_pendente_' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile

           MOVE SPACES TO ReportLine
           STRING 'ARRECADAÇÃO PENDENTE DE REPASSE - posição de '
                  DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Convênio Nome                                     '
                  DELIMITED BY SIZE
                  '    Docs         Bruto       Líquido  Próx.repasse'
                  DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine

           OPEN INPUT ConvenioFile
           IF WS-ConvFileStatus = '00'
               PERFORM UNTIL WS-ConvFileStatus = '10'
                   READ ConvenioFile INTO ConvenioRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM ApurarPendenteConvenio
                   END-READ
               END-PERFORM
               CLOSE ConvenioFile
           END-IF

           MOVE SPACES TO ReportLine
           STRING 'Total pendente: ' DELIMITED BY SIZE
                  WS-TotalPendQtde DELIMITED BY SIZE
                  ' documento(s), líquido R$ ' DELIMITED BY SIZE
                  WS-TotalPendLiquido DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile

           DISPLAY 'Controle de pendentes: ' WS-ReportFileName
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           MOVE SPACES TO WS-SpoolAlvo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'RepasseArrecadacao  ' 'ARRE' 'BATCH     '
               WS-SpoolAlvo 'N'.

       ApurarPendenteConvenio.
           MOVE ConvenioID TO WS-ConvenioAtual
           MOVE 0 TO WS-PendQtde
           MOVE 0 TO WS-PendBruto
           MOVE 0 TO WS-PendLiquido
           MOVE 0 TO WS-PendProxima
           OPEN INPUT ArrecadacaoFile
           IF WS-ArrecFileStatus = '00'
               PERFORM UNTIL WS-ArrecFileStatus = '10'
                   READ ArrecadacaoFile INTO ArrecadacaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ArrecConvenioID = WS-ConvenioAtual AND
                                   ArrecPendente
                               ADD 1 TO WS-PendQtde
                               ADD ArrecValor TO WS-PendBruto
                               IF ArrecValor > ArrecTarifa
                                   COMPUTE WS-PendLiquido =
                                       WS-PendLiquido + ArrecValor -
                                       ArrecTarifa
                               END-IF
                               IF WS-PendProxima = 0 OR
                                       ArrecDataRepasse < WS-PendProxima
                                   MOVE ArrecDataRepasse
                                       TO WS-PendProxima
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArrecadacaoFile
           END-IF
           IF WS-PendQtde > 0
               ADD WS-PendQtde TO WS-TotalPendQtde
               ADD WS-PendLiquido TO WS-TotalPendLiquido
               MOVE SPACES TO ReportLine
               STRING WS-ConvenioAtual DELIMITED BY SIZE
                      '     ' DELIMITED BY SIZE
                      ConvenioNome DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PendQtde DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PendBruto DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PendLiquido DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PendProxima DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF.

       END PROGRAM RepasseArrecadacao.
