       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleRemessas.

      *****************************************************************
      *  ControleRemessas.cbl - Controle de transmissão das remessas
      *  enviadas (remessas_enviadas.dat), complemento de saída da
      *  grade de arquivos esperados. Duas funções:
      *    [T]ransmissão - marca como transmitida uma remessa gerada,
      *                    com o operador que a enviou;
      *    [P]ainel      - casa cada remessa em aberto com o arquivo
      *                    de confirmação do destino (conf_<arquivo>,
      *                    trailer CTRLREC com a contagem e a soma
      *                    recebidas), abre pendência REME para a
      *                    confirmação divergente e para a remessa
      *                    sem confirmação vencido o prazo, e grava o
      *                    painel diário das remessas em aberto.
      *  As remessas entram no catálogo pela sub-rotina
      *  CatalogarRemessa, chamada por cada programa gerador.
      *  Remessa Open Finance (OFIN) só é transmitida com o
      *  consentimento ainda ativo e no prazo; a que perdeu o
      *  consentimento é cancelada, e as duas coisas vão para a
      *  trilha de envios Open Finance.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RemessaEnvFile ASSIGN TO 'remessas_enviadas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RemEnvFileStatus.

           SELECT OFConsFile ASSIGN TO 'openfinance_consentimentos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OFConsFileStatus.

           SELECT OFEnvioFile ASSIGN TO 'openfinance_envios.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OFEnvFileStatus.

           SELECT ConfirmacaoFile ASSIGN DYNAMIC WS-ConfFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ConfFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RemessaEnvFile.
       COPY REMENVREC.

       FD  OFConsFile.
       COPY OFCONSREC.

       FD  OFEnvioFile.
       COPY OFENVREC.

       FD  ConfirmacaoFile.
       01  ConfirmacaoRecord          PIC X(250).

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CTRLREC.
       01  WS-RemEnvFileStatus    PIC XX.
       01  WS-OFConsFileStatus    PIC XX.
       01  WS-OFEnvFileStatus     PIC XX.
       01  WS-ConfFileStatus      PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ConfFileName        PIC X(45).
       01  WS-ReportFileName      PIC X(40).
       01  WS-Opcao               PIC X VALUE ' '.
       01  WS-OperadorID          PIC X(10).
       01  WS-ArquivoInformado    PIC X(40).
       01  WS-Achado              PIC X VALUE 'N'.
      * Conferência do consentimento da remessa Open Finance.
       01  WS-OFConsSel           PIC 9(7) VALUE 0.
       01  WS-OFLiberado          PIC X VALUE 'S'.
       01  WS-OFMotivo            PIC X(30).
       01  WS-OFClienteID         PIC 9(5) VALUE 0.
       01  WS-OFInstituicao       PIC X(8).
       01  WS-OFEscopos           PIC X(4).
       01  WS-ConfEncontrada      PIC X VALUE 'N'.
       01  WS-ConfTrailer         PIC X VALUE 'N'.
       01  WS-ConfContagem        PIC 9(7) VALUE 0.
       01  WS-ConfSoma            PIC 9(11)V99 VALUE 0.
       01  WS-Listadas            PIC 9(5) VALUE 0.
       01  WS-Confirmadas         PIC 9(5) VALUE 0.
       01  WS-Divergentes         PIC 9(5) VALUE 0.
       01  WS-EmAberto            PIC 9(5) VALUE 0.
       01  WS-Vencidas            PIC 9(5) VALUE 0.
       01  WS-PendAbertas         PIC 9(5) VALUE 0.
       01  WS-SituacaoTexto       PIC X(14).
       01  WS-VencidaTexto        PIC X(8).
       01  WS-PendOrigem          PIC X(20) VALUE 'ControleRemessas'.
       01  WS-PendTipo            PIC X(4) VALUE 'REME'.
       01  WS-PendConta           PIC 9(7) VALUE 0.
       01  WS-PendValor           PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao       PIC X(60).
       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20) VALUE SPACES.
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd

           DISPLAY '[T]ransmissão de remessa, [P]ainel do dia: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

           EVALUATE WS-Opcao
               WHEN 'T'
                   PERFORM MarcarTransmissao
               WHEN 'P'
                   PERFORM ConferirConfirmacoes
                   PERFORM GerarPainel
               WHEN OTHER
                   DISPLAY 'Opção inválida.'
           END-EVALUATE
           STOP RUN.

      * Lista as remessas geradas ainda não transmitidas e marca a
      * informada; vale a linha vigente (não substituída) do arquivo.
       MarcarTransmissao.
           DISPLAY 'Informe o ID do operador: '
           ACCEPT WS-OperadorID
           MOVE 0 TO WS-Listadas
           OPEN INPUT RemessaEnvFile
           IF WS-RemEnvFileStatus = '00'
               PERFORM UNTIL WS-RemEnvFileStatus = '10'
                   READ RemessaEnvFile INTO RemessaEnviadaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF RemEnvGerada
                               ADD 1 TO WS-Listadas
                               DISPLAY RemEnvTipo ' ' RemEnvArquivo
                                   ' -> ' RemEnvDestino
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RemessaEnvFile
           END-IF
           IF WS-Listadas = 0
               DISPLAY 'Nenhuma remessa aguardando transmissão.'
           ELSE
               DISPLAY 'Arquivo transmitido: '
               ACCEPT WS-ArquivoInformado
               MOVE 'N' TO WS-Achado
               OPEN I-O RemessaEnvFile
               PERFORM UNTIL WS-RemEnvFileStatus = '10'
                   READ RemessaEnvFile INTO RemessaEnviadaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF RemEnvArquivo = WS-ArquivoInformado
                                   AND RemEnvGerada
                               MOVE 'S' TO WS-OFLiberado
                               IF RemEnvTipo = 'OFIN'
                                   PERFORM ConferirConsentimentoOF
                               END-IF
                               IF WS-OFLiberado = 'S'
                                   MOVE 'T' TO RemEnvSituacao
                                   MOVE 'S' TO WS-Achado
                               ELSE
                                   MOVE 'X' TO RemEnvSituacao
                                   MOVE 'X' TO WS-Achado
                               END-IF
                               MOVE WS-DataHojeOrd TO
                                   RemEnvDataTransmissao
                               MOVE WS-OperadorID TO RemEnvOperador
                               REWRITE RemessaEnviadaRecord
                               IF RemEnvTipo = 'OFIN'
                                   PERFORM RegistrarEnvioOF
                               END-IF
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RemessaEnvFile
               IF WS-Achado = 'S'
                   DISPLAY 'Remessa marcada como transmitida.'
               ELSE
               IF WS-Achado = 'X'
                   DISPLAY 'Remessa cancelada, não transmitir: '
                       WS-OFMotivo
               ELSE
                   DISPLAY 'Remessa não encontrada ou já transmitida.'
               END-IF
               END-IF
           END-IF.

      * Remessa Open Finance: of_<consentimento>_<AAAAMMDD>.dat. A
      * revogação ou o vencimento depois da geração barra o envio.
       ConferirConsentimentoOF.
           MOVE 'N' TO WS-OFLiberado
           MOVE 'Consentimento não encontrado' TO WS-OFMotivo
           MOVE 0 TO WS-OFConsSel
           MOVE 0 TO WS-OFClienteID
           MOVE SPACES TO WS-OFInstituicao
           MOVE SPACES TO WS-OFEscopos
           IF RemEnvArquivo(4:7) IS NUMERIC
               MOVE RemEnvArquivo(4:7) TO WS-OFConsSel
           END-IF
           OPEN INPUT OFConsFile
           IF WS-OFConsFileStatus = '00'
               PERFORM UNTIL WS-OFConsFileStatus = '10'
                   READ OFConsFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OFConsID = WS-OFConsSel
                               PERFORM AvaliarConsentimentoOF
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFConsFile
           END-IF.

       AvaliarConsentimentoOF.
           MOVE OFConsClienteID TO WS-OFClienteID
           MOVE OFConsInstituicao TO WS-OFInstituicao
           MOVE OFConsEscopos TO WS-OFEscopos
           EVALUATE TRUE
               WHEN OFConsRevogado
                   MOVE 'Consentimento revogado' TO WS-OFMotivo
               WHEN OFConsVencido
                   MOVE 'Consentimento vencido' TO WS-OFMotivo
               WHEN OFConsDataValidade < WS-DataHojeOrd
                   MOVE 'Consentimento vencido' TO WS-OFMotivo
               WHEN OTHER
                   MOVE 'S' TO WS-OFLiberado
                   MOVE SPACES TO WS-OFMotivo
           END-EVALUATE.

       RegistrarEnvioOF.
           MOVE SPACES TO OFEnvioRecord
           MOVE WS-OFConsSel TO OFEnvConsID
           MOVE WS-OFClienteID TO OFEnvClienteID
           MOVE WS-OFInstituicao TO OFEnvInstituicao
           MOVE WS-OFEscopos TO OFEnvEscopos
           MOVE WS-DataHojeOrd TO OFEnvData
           MOVE FUNCTION CURRENT-DATE(9:6) TO OFEnvHora
           MOVE RemEnvArquivo TO OFEnvArquivo
           MOVE RemEnvContagem TO OFEnvRegistros
           IF WS-OFLiberado = 'S'
               MOVE 'T' TO OFEnvSituacao
           ELSE
               MOVE 'B' TO OFEnvSituacao
               MOVE WS-OFMotivo TO OFEnvMotivo
           END-IF
           MOVE WS-OperadorID TO OFEnvOperador
           OPEN EXTEND OFEnvioFile
           IF WS-OFEnvFileStatus = '35'
               OPEN OUTPUT OFEnvioFile
           END-IF
           WRITE OFEnvioRecord
           CLOSE OFEnvioFile.

      * Remessa em aberto (gerada, transmitida ou com confirmação
      * divergente) é casada com a confirmação do destino; a que
      * confere fecha, a que não confere vira pendência, e a que
      * passou do prazo sem confirmação também.
       ConferirConfirmacoes.
           MOVE 0 TO WS-Confirmadas
           MOVE 0 TO WS-Divergentes
           MOVE 0 TO WS-PendAbertas
           OPEN I-O RemessaEnvFile
           IF WS-RemEnvFileStatus = '00'
               PERFORM UNTIL WS-RemEnvFileStatus = '10'
                   READ RemessaEnvFile INTO RemessaEnviadaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF RemEnvGerada OR RemEnvTransmitida OR
                                   RemEnvDivergente
                               PERFORM ConferirUmaRemessa
                               REWRITE RemessaEnviadaRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RemessaEnvFile
           END-IF
           DISPLAY 'Confirmadas agora: ' WS-Confirmadas
               '  Divergentes: ' WS-Divergentes
           DISPLAY 'Pendências abertas: ' WS-PendAbertas.

       ConferirUmaRemessa.
           PERFORM LerConfirmacao
           IF WS-ConfEncontrada = 'S'
               IF WS-ConfTrailer = 'S' AND
                       WS-ConfContagem = RemEnvContagem AND
                       WS-ConfSoma = RemEnvSoma
                   MOVE 'C' TO RemEnvSituacao
                   MOVE WS-DataHojeOrd TO RemEnvDataConfirmacao
                   IF RemEnvDataTransmissao = 0
                       MOVE WS-DataHojeOrd TO RemEnvDataTransmissao
                   END-IF
                   ADD 1 TO WS-Confirmadas
               ELSE
                   IF NOT RemEnvDivergente
                       MOVE 'D' TO RemEnvSituacao
                       ADD 1 TO WS-Divergentes
                       DISPLAY '*** CONFIRMAÇÃO DIVERGENTE: '
                           RemEnvArquivo
                       DISPLAY '    enviado ' RemEnvContagem ' / '
                           RemEnvSoma ' recebido ' WS-ConfContagem
                           ' / ' WS-ConfSoma
                       MOVE SPACES TO WS-PendDescricao
                       STRING 'Confirmação divergente: '
                              DELIMITED BY SIZE
                              RemEnvArquivo DELIMITED BY SPACE
                           INTO WS-PendDescricao
      *                Uma pendência por remessa: se a do prazo já
      *                está aberta, a divergência não abre outra.
                       IF NOT RemEnvPendenciaAberta
                           PERFORM AbrirPendenciaRemessa
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF WS-DataHojeOrd > RemEnvPrazo AND
                       NOT RemEnvPendenciaAberta
                   DISPLAY '*** SEM CONFIRMAÇÃO NO PRAZO: '
                       RemEnvArquivo
                   MOVE SPACES TO WS-PendDescricao
                   STRING 'Remessa sem confirmação: '
                          DELIMITED BY SIZE
                          RemEnvArquivo DELIMITED BY SPACE
                       INTO WS-PendDescricao
                   PERFORM AbrirPendenciaRemessa
               END-IF
           END-IF.

      * Confirmação sem trailer legível conta como divergente.
       LerConfirmacao.
           MOVE 'N' TO WS-ConfEncontrada
           MOVE 'N' TO WS-ConfTrailer
           MOVE 0 TO WS-ConfContagem
           MOVE 0 TO WS-ConfSoma
           MOVE SPACES TO WS-ConfFileName
           STRING 'conf_' DELIMITED BY SIZE
                  RemEnvArquivo DELIMITED BY SPACE
               INTO WS-ConfFileName
           OPEN INPUT ConfirmacaoFile
           IF WS-ConfFileStatus = '00'
               MOVE 'S' TO WS-ConfEncontrada
               PERFORM UNTIL WS-ConfFileStatus = '10'
                   READ ConfirmacaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE ConfirmacaoRecord TO ControleRegistro
                           IF CtrlTrailer AND CtrlContagem IS NUMERIC
                                   AND CtrlSoma IS NUMERIC
                               MOVE 'S' TO WS-ConfTrailer
                               MOVE CtrlContagem TO WS-ConfContagem
                               MOVE CtrlSoma TO WS-ConfSoma
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ConfirmacaoFile
           END-IF.

       AbrirPendenciaRemessa.
           MOVE 0 TO WS-PendValor
           IF RemEnvSoma < 10000000
               MOVE RemEnvSoma TO WS-PendValor
           END-IF
           CALL 'RegistrarPendencia' USING WS-PendOrigem WS-PendTipo
               WS-PendConta WS-PendValor WS-PendDescricao
           MOVE 'S' TO RemEnvPendencia
           ADD 1 TO WS-PendAbertas.

      * Painel diário: toda remessa ainda não confirmada, com a
      * situação e o prazo, para o acompanhamento da operação.
       GerarPainel.
           MOVE 0 TO WS-EmAberto
           MOVE 0 TO WS-Vencidas
           STRING 'remessas_abertas_' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING 'REMESSAS EM ABERTO - dia ' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE 'Tipo Arquivo                                  '
               TO ReportLine
           MOVE 'Geração  Registros Soma              Situação'
               TO ReportLine(47:)
           WRITE ReportLine

           OPEN INPUT RemessaEnvFile
           IF WS-RemEnvFileStatus = '00'
               PERFORM UNTIL WS-RemEnvFileStatus = '10'
                   READ RemessaEnvFile INTO RemessaEnviadaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF RemEnvGerada OR RemEnvTransmitida OR
                                   RemEnvDivergente
                               PERFORM EscreverLinhaPainel
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RemessaEnvFile
           END-IF

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Em aberto: ' DELIMITED BY SIZE
                  WS-EmAberto DELIMITED BY SIZE
                  '  Vencidas: ' DELIMITED BY SIZE
                  WS-Vencidas DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile

           MOVE WS-ReportFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'ControleRemessas    ' 'REME' 'BATCH     '
               WS-SpoolAlvo 'N'
           DISPLAY 'Remessas em aberto: ' WS-EmAberto
               '  Vencidas: ' WS-Vencidas
           DISPLAY 'Painel gravado em ' WS-ReportFileName.

       EscreverLinhaPainel.
           ADD 1 TO WS-EmAberto
           EVALUATE TRUE
               WHEN RemEnvGerada
                   MOVE 'NÃO TRANSMIT.' TO WS-SituacaoTexto
               WHEN RemEnvTransmitida
                   MOVE 'AGUARD. CONF.' TO WS-SituacaoTexto
               WHEN OTHER
                   MOVE 'DIVERGENTE' TO WS-SituacaoTexto
           END-EVALUATE
           MOVE SPACES TO WS-VencidaTexto
           IF WS-DataHojeOrd > RemEnvPrazo
               MOVE 'VENCIDA' TO WS-VencidaTexto
               ADD 1 TO WS-Vencidas
           END-IF
           MOVE SPACES TO ReportLine
           STRING RemEnvTipo DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RemEnvArquivo DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RemEnvDataGeracao DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RemEnvContagem DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RemEnvSoma DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SituacaoTexto DELIMITED BY SIZE
                  ' prazo ' DELIMITED BY SIZE
                  RemEnvPrazo DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VencidaTexto DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RemEnvDestino DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       END PROGRAM ControleRemessas.
