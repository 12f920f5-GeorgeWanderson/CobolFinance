       IDENTIFICATION DIVISION.
       PROGRAM-ID. VencimentoDocumentos.

      *****************************************************************
      *  VencimentoDocumentos.cbl - Aviso mensal do dossiê documental.
      *  Duas passadas:
      *    - documentos vigentes que vencem nos próximos dias do
      *      parâmetro DOC-DIAS-AVISO (padrão 60): aviso ao cliente
      *      pela correspondência (notificação DOCV) e pendência
      *      DOCS para a agência recolher a nova via; o aviso fica
      *      marcado no documento e não se repete;
      *    - clientes ativos ou bloqueados com dossiê incompleto pela
      *      regra do tipo de cliente (VerificarDossie): pendência
      *      DOCS com os tipos que faltam ou estão vencidos, salvo
      *      se o cliente já tem pendência DOCS aberta ou em
      *      tratamento (não se repete a cada mês).
      *  A pendência vai na primeira conta ativa do cliente (sem
      *  conta ativa, a primeira encontrada), para cair na fila da
      *  agência.
      *  O relatório docs_AAAAMM.txt vai para o spool.
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

           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT PendenciaFile ASSIGN TO 'pendencias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PendFileStatus.

           SELECT DocumentoFile ASSIGN TO 'documentos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DocFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
       COPY CLIEREC.

       FD  ContaFile.
       COPY CONTAREC.

       FD  PendenciaFile.
       COPY PENDREC.

       FD  DocumentoFile.
       COPY DOCREC.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ClienteFileStatus   PIC XX.
       01  WS-FileStatus          PIC XX.
       01  WS-PendFileStatus      PIC XX.
       01  WS-DocFileStatus       PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-Competencia         PIC 9(6) VALUE 0.
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-DataLimite          PIC 9(8) VALUE 0.
       01  WS-DiasAviso           PIC 9(3) VALUE 60.
       01  WS-AvisosEnviados      PIC 9(5) VALUE 0.
       01  WS-DossiesIncompletos  PIC 9(5) VALUE 0.
       01  WS-ClientesVerificados PIC 9(5) VALUE 0.
       01  WS-ClienteVerif        PIC 9(5) VALUE 0.
       01  WS-DossieSituacao      PIC X VALUE ' '.
       01  WS-DossiePendentes     PIC X(40) VALUE SPACES.
       01  WS-NotifTipo           PIC X(4) VALUE 'DOCV'.
       01  WS-NotifConta          PIC 9(7) VALUE 0.
       01  WS-NotifValor          PIC 9(7)V99 VALUE 0.
       01  WS-NotifTexto          PIC X(60).
       01  WS-PendOrigem          PIC X(20)
           VALUE 'VencimentoDocumentos'.
       01  WS-PendTipo            PIC X(4) VALUE 'DOCS'.
       01  WS-PendConta           PIC 9(7) VALUE 0.
       01  WS-PendValor           PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao       PIC X(60).
       01  WS-ClienteBusca        PIC 9(5) VALUE 0.
      * Clientes que já têm pendência DOCS aberta ou em tratamento.
       01  WS-PdQtde              PIC 9(4) VALUE 0.
       01  WS-PdTabela.
           05  WS-PdCliente       PIC 9(5) OCCURS 3000 TIMES.
       01  WS-PdIdx               PIC 9(4) VALUE 0.
       01  WS-PdAchada            PIC X VALUE 'N'.
       01  WS-JaPendentes         PIC 9(5) VALUE 0.
       01  WS-ParamNome         PIC X(20).
       01  WS-ParamDataRef      PIC 9(8) VALUE 0.
       01  WS-ParamValor        PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado       PIC X VALUE 'N'.
       01  WS-SpoolArquivo      PIC X(40).
       01  WS-SpoolAlvo         PIC X(20) VALUE SPACES.
       01  WS-Mensagem            PIC X(50).
       01  WS-RunPrograma       PIC X(20) VALUE 'VencimentoDocumentos'.
       01  WS-RunCompetencia    PIC 9(8) VALUE 0.
       01  WS-RunOperador       PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado     PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY 'Competência do aviso de documentos (AAAAMM): '
           ACCEPT WS-Competencia

      *    Guarda de reexecução mensal.
           COMPUTE WS-RunCompetencia = WS-Competencia * 100
           CALL 'ControleExecucao' USING WS-RunPrograma
               WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           IF WS-RunAutorizado NOT = 'S'
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           MOVE WS-DataHojeOrd TO WS-ParamDataRef
           MOVE 'DOC-DIAS-AVISO' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
                   AND WS-ParamValor < 1000
               MOVE WS-ParamValor TO WS-DiasAviso
           END-IF
           COMPUTE WS-DataLimite = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) +
               WS-DiasAviso)

           STRING 'docs_' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING 'DOSSIÊ DOCUMENTAL - competência ' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  ' - vencimentos até ' DELIMITED BY SIZE
                  WS-DataLimite DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           MOVE 'Avisando documentos a vencer...' TO WS-Mensagem
           DISPLAY WS-Mensagem
           PERFORM AvisarVencimentos

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE 'Conferindo dossiês...' TO WS-Mensagem
           DISPLAY WS-Mensagem
           PERFORM CarregarPendenciasAbertas
           PERFORM ConferirDossies

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Avisos de vencimento: ' DELIMITED BY SIZE
                  WS-AvisosEnviados DELIMITED BY SIZE
                  '  Clientes verificados: ' DELIMITED BY SIZE
                  WS-ClientesVerificados DELIMITED BY SIZE
                  '  Dossiês incompletos: ' DELIMITED BY SIZE
                  WS-DossiesIncompletos DELIMITED BY SIZE
                  ' (já pendentes: ' DELIMITED BY SIZE
                  WS-JaPendentes DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile

           MOVE WS-ReportFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'VencimentoDocumentos' 'DOCS' 'BATCH     '
               WS-SpoolAlvo 'N'

           DISPLAY 'Avisos de vencimento: ' WS-AvisosEnviados
           DISPLAY 'Dossiês incompletos: ' WS-DossiesIncompletos
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           STOP RUN.

       AvisarVencimentos.
           OPEN I-O DocumentoFile
           IF WS-DocFileStatus = '00'
               PERFORM UNTIL WS-DocFileStatus = '10'
                   READ DocumentoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF DocVigente AND DocDataAviso = 0 AND
                                   DocDataValidade >= WS-DataHojeOrd
                                   AND DocDataValidade <= WS-DataLimite
                               PERFORM AvisarDocumento
                               MOVE WS-DataHojeOrd TO DocDataAviso
                               REWRITE DocumentoRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DocumentoFile
           END-IF.

       AvisarDocumento.
           ADD 1 TO WS-AvisosEnviados
           MOVE SPACES TO WS-NotifTexto
           STRING 'Documento ' DELIMITED BY SIZE
                  DocTipo DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  DocNumero DELIMITED BY SPACE
                  ' vence em ' DELIMITED BY SIZE
                  DocDataValidade DELIMITED BY SIZE
                  '; traga a nova via.' DELIMITED BY SIZE
               INTO WS-NotifTexto
           CALL 'RegistrarNotificacao' USING WS-NotifTipo
               DocClienteID WS-NotifConta WS-NotifValor WS-NotifTexto

           MOVE DocClienteID TO WS-ClienteBusca
           PERFORM LocalizarContaCliente

           MOVE SPACES TO WS-PendDescricao
           STRING 'Cliente ' DELIMITED BY SIZE
                  DocClienteID DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  DocTipo DELIMITED BY SPACE
                  ' vence em ' DELIMITED BY SIZE
                  DocDataValidade DELIMITED BY SIZE
                  ', recolher nova via' DELIMITED BY SIZE
               INTO WS-PendDescricao
           CALL 'RegistrarPendencia' USING WS-PendOrigem
               WS-PendTipo WS-PendConta WS-PendValor
               WS-PendDescricao

           MOVE SPACES TO ReportLine
           STRING '  A vencer: cliente ' DELIMITED BY SIZE
                  DocClienteID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  DocTipo DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DocNumero DELIMITED BY SIZE
                  ' validade ' DELIMITED BY SIZE
                  DocDataValidade DELIMITED BY SIZE
                  '  guarda ' DELIMITED BY SIZE
                  DocLocalGuarda DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * Pendência DOCS ainda aberta não se repete: o cliente está
      * no início da descrição ('Cliente nnnnn ...').
       CarregarPendenciasAbertas.
           MOVE 0 TO WS-PdQtde
           OPEN INPUT PendenciaFile
           IF WS-PendFileStatus = '00'
               PERFORM UNTIL WS-PendFileStatus = '10'
                   READ PendenciaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PendTipo = WS-PendTipo AND
                                   (PendAberta OR PendEmTratamento)
                                   AND PendDescricao(9:5) IS NUMERIC
                                   AND WS-PdQtde < 3000
                               ADD 1 TO WS-PdQtde
                               MOVE PendDescricao(9:5)
                                   TO WS-PdCliente(WS-PdQtde)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PendenciaFile
           END-IF.

       ConferirDossies.
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '00'
               PERFORM UNTIL WS-ClienteFileStatus = '10'
                   READ ClienteFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ClienteAtivo OR ClienteBloqueado
                               MOVE ClienteID TO WS-ClienteVerif
                               PERFORM ConferirDossieCliente
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ClienteFile
           END-IF.

       ConferirDossieCliente.
           ADD 1 TO WS-ClientesVerificados
           CALL 'VerificarDossie' USING WS-ClienteVerif
               WS-DossieSituacao WS-DossiePendentes
           IF WS-DossieSituacao NOT = 'C'
               ADD 1 TO WS-DossiesIncompletos
               PERFORM AbrirPendenciaDossie
               MOVE SPACES TO ReportLine
               STRING '  Incompleto: cliente ' DELIMITED BY SIZE
                      WS-ClienteVerif DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-DossiePendentes DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF.

       AbrirPendenciaDossie.
           MOVE 'N' TO WS-PdAchada
           PERFORM VARYING WS-PdIdx FROM 1 BY 1
                   UNTIL WS-PdIdx > WS-PdQtde
               IF WS-PdCliente(WS-PdIdx) = WS-ClienteVerif
                   MOVE 'S' TO WS-PdAchada
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PdAchada = 'S'
               ADD 1 TO WS-JaPendentes
           ELSE
               MOVE WS-ClienteVerif TO WS-ClienteBusca
               PERFORM LocalizarContaCliente
               MOVE SPACES TO WS-PendDescricao
               STRING 'Cliente ' DELIMITED BY SIZE
                      WS-ClienteVerif DELIMITED BY SIZE
                      ' dossiê incompleto. ' DELIMITED BY SIZE
                      WS-DossiePendentes DELIMITED BY SIZE
                   INTO WS-PendDescricao
               CALL 'RegistrarPendencia' USING WS-PendOrigem
                   WS-PendTipo WS-PendConta WS-PendValor
                   WS-PendDescricao
           END-IF.

      * Primeira conta ativa do cliente; sem conta ativa, a primeira
      * encontrada; sem conta nenhuma, zero.
       LocalizarContaCliente.
           MOVE 0 TO WS-PendConta
           OPEN INPUT ContaFile
           IF WS-FileStatus = '00'
               PERFORM UNTIL WS-FileStatus = '10'
                   READ ContaFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ContaClienteID = WS-ClienteBusca
                               IF ContaAtiva
                                   MOVE ContaNumero TO WS-PendConta
                                   EXIT PERFORM
                               END-IF
                               IF WS-PendConta = 0
                                   MOVE ContaNumero TO WS-PendConta
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContaFile
           END-IF.

       END PROGRAM VencimentoDocumentos.
