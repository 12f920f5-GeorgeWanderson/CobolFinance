       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversaoMaioridade.

      *****************************************************************
      *  ConversaoMaioridade.cbl - Conversão mensal das contas de
      *  menor de idade. Varre o cadastro atrás dos clientes com
      *  responsável legal vinculado que completaram 18 anos até a
      *  data da rodada: o vínculo é retirado (o cliente passa a
      *  movimentar sozinho), a mudança vai para a trilha de
      *  auditoria e o cliente recebe na fila de correspondência o
      *  pedido de atualização cadastral. O relatório da rodada
      *  lista as conversões.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
       COPY CLIEREC.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ClienteFileStatus   PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-Competencia         PIC 9(6) VALUE 0.
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-DataMaioridade      PIC 9(8) VALUE 0.
       01  WS-ResponsavelAntes    PIC 9(5) VALUE 0.
       01  WS-MenoresLidos        PIC 9(7) VALUE 0.
       01  WS-Convertidos         PIC 9(7) VALUE 0.
       01  WS-Mensagem            PIC X(50).
       01  WS-AudPrograma         PIC X(20)
           VALUE 'ConversaoMaioridade'.
       01  WS-AudOperador         PIC X(10) VALUE 'BATCH'.
       01  WS-AudArquivo          PIC X(12) VALUE 'clientes'.
       01  WS-AudCampo            PIC X(20)
           VALUE 'ClienteResponsavelID'.
       01  WS-AudAntes            PIC X(100).
       01  WS-AudDepois           PIC X(100).
       01  WS-AudChave            PIC 9(7) VALUE 0.
       01  WS-NotifTipo           PIC X(4) VALUE 'ATCD'.
       01  WS-NotifCliente        PIC 9(5) VALUE 0.
       01  WS-NotifConta          PIC 9(7) VALUE 0.
       01  WS-NotifValor          PIC 9(7)V99 VALUE 0.
       01  WS-NotifTexto          PIC X(60).
       01  WS-RunPrograma       PIC X(20) VALUE 'ConversaoMaioridade'.
       01  WS-RunCompetencia    PIC 9(8) VALUE 0.
       01  WS-RunOperador       PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado     PIC X VALUE 'N'.
       01  WS-ExecEvento        PIC X(3).
       01  WS-ExecSituacao      PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos         PIC 9(7) VALUE 0.
       01  WS-ExecPostados      PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           MOVE WS-DataHojeOrd(1:6) TO WS-Competencia

      *    Guarda de reexecução mensal.
           COMPUTE WS-RunCompetencia = WS-Competencia * 100
           CALL 'ControleExecucao' USING WS-RunPrograma
               WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           IF WS-RunAutorizado NOT = 'S'
               STOP RUN
           END-IF
           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-RunPrograma WS-ExecEvento
               WS-ExecLidos WS-ExecPostados WS-ExecRejeitados
               WS-ExecSituacao

           STRING 'maioridade_' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING 'CONVERSÃO DE MAIORIDADE - competência '
                  DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           MOVE 'Procurando menores que completaram 18 anos...'
               TO WS-Mensagem
           DISPLAY WS-Mensagem
           PERFORM ConverterMenores

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Menores no cadastro: ' DELIMITED BY SIZE
                  WS-MenoresLidos DELIMITED BY SIZE
                  '  Convertidos: ' DELIMITED BY SIZE
                  WS-Convertidos DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile

           MOVE WS-MenoresLidos TO WS-ExecLidos
           MOVE WS-Convertidos TO WS-ExecPostados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-RunPrograma WS-ExecEvento
               WS-ExecLidos WS-ExecPostados WS-ExecRejeitados
               WS-ExecSituacao

           DISPLAY 'Menores no cadastro: ' WS-MenoresLidos
           DISPLAY 'Convertidos para maioridade: ' WS-Convertidos
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           STOP RUN.

       ConverterMenores.
           OPEN I-O ClienteFile
           IF WS-ClienteFileStatus = '00'
               PERFORM UNTIL WS-ClienteFileStatus = '10'
                   READ ClienteFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ClienteMenorIdade AND
                                   NOT ClienteInativo
                               ADD 1 TO WS-MenoresLidos
                               PERFORM VerificarMaioridade
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ClienteFile
           END-IF.

      * Dezoito anos completos: a data de nascimento somada de 18
      * anos (AAAAMMDD + 180000) chegou; quem nasceu em 29/02 vira
      * maior em 01/03, que é o que a comparação numérica dá.
       VerificarMaioridade.
           COMPUTE WS-DataMaioridade = ClienteDataNascimento + 180000
           IF ClienteDataNascimento NOT = 0 AND
                   WS-DataMaioridade <= WS-DataHojeOrd
               MOVE ClienteResponsavelID TO WS-ResponsavelAntes
               MOVE 0 TO ClienteResponsavelID
               REWRITE ClienteRecord
           CALL 'GravarJournal' USING 'ConversaoMaioridade '
               'clientes        ' ClienteRecord
               ADD 1 TO WS-Convertidos

               MOVE ClienteID TO WS-AudChave
               MOVE SPACES TO WS-AudAntes
               MOVE WS-ResponsavelAntes TO WS-AudAntes(1:5)
               MOVE SPACES TO WS-AudDepois
               MOVE '00000 (maioridade)' TO WS-AudDepois
               CALL 'GravarAuditoria' USING WS-AudPrograma
                   WS-AudOperador WS-AudArquivo WS-AudChave
                   WS-AudCampo WS-AudAntes WS-AudDepois

               MOVE ClienteID TO WS-NotifCliente
               MOVE 'Maioridade: atualize seu cadastro na agência'
                   TO WS-NotifTexto
               CALL 'RegistrarNotificacao' USING WS-NotifTipo
                   WS-NotifCliente WS-NotifConta WS-NotifValor
                   WS-NotifTexto

               MOVE SPACES TO ReportLine
               STRING 'Cliente ' DELIMITED BY SIZE
                      ClienteID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ClienteNome DELIMITED BY SIZE
                      ' nasc. ' DELIMITED BY SIZE
                      ClienteDataNascimento DELIMITED BY SIZE
                      ' - responsável ' DELIMITED BY SIZE
                      WS-ResponsavelAntes DELIMITED BY SIZE
                      ' desvinculado' DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF.

       END PROGRAM ConversaoMaioridade.
