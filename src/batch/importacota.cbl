       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImportarCotas.

      *****************************************************************
      *  ImportarCotas.cbl - Carga diária do valor da cota dos fundos
      *  de investimento, a partir do arquivo enviado pelo
      *  administrador (header/trailer no leiaute CTRLREC; detalhe
      *  com fundo, data e cota). As cotas vão para cotas_fundos.dat;
      *  linha de fundo não cadastrado ou já cotado na data é
      *  rejeitada e listada. Sem a cota do dia a transação de
      *  fundos não converte aplicação nem resgate.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CotaArqFile ASSIGN DYNAMIC WS-CotaArqFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CotaArqStatus.

           SELECT CotaFile ASSIGN TO 'cotas_fundos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CotaStatus.

           SELECT FundoFile ASSIGN TO 'fundos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FundoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CotaArqFile.
       COPY CTRLREC.
       01  CotaArqRecord.
           05  CotaArqFundo           PIC 9(4).
           05  CotaArqData            PIC 9(8).
           05  CotaArqValor           PIC 9(5)V9(8).

       FD  CotaFile.
       COPY COTAREC.

       FD  FundoFile.
       COPY FUNDOREC.

       WORKING-STORAGE SECTION.
       01  WS-CotaArqStatus     PIC XX.
       01  WS-CotaStatus        PIC XX.
       01  WS-FundoStatus       PIC XX.
       01  WS-CotaArqFileName   PIC X(40).
       01  WS-CotasImportadas   PIC 9(4) VALUE 0.
       01  WS-CotasRejeitadas   PIC 9(4) VALUE 0.
       01  WS-DataHoje          PIC 9(8) VALUE 0.
      * Fundos cadastrados e cotas já gravadas, carregados antes da
      * carga para as críticas de fundo e de duplicidade.
       01  WS-FundoQtde         PIC 9(3) VALUE 0.
       01  WS-FundoTabela.
           05  WS-FundoTabCodigo PIC 9(4) OCCURS 200 TIMES.
       01  WS-FundoIdx          PIC 9(3) VALUE 0.
       01  WS-FundoConhecido    PIC X VALUE 'N'.
       01  WS-CotadoQtde        PIC 9(4) VALUE 0.
       01  WS-CotadoTabela.
           05  WS-CotadoLinha OCCURS 2000 TIMES.
               10  WS-CotadoFundo    PIC 9(4).
               10  WS-CotadoData     PIC 9(8).
       01  WS-CotadoIdx         PIC 9(4) VALUE 0.
       01  WS-JaCotado          PIC X VALUE 'N'.

       01  WS-ControleOK          PIC X VALUE 'N'.
       01  WS-PrimeiraLinha       PIC X VALUE 'S'.
       01  WS-TrailerVisto        PIC X VALUE 'N'.
       01  WS-CtrlDetalhes        PIC 9(7) VALUE 0.
       01  WS-CtrlChecksum        PIC 9(11)V99 VALUE 0.
       01  WS-ExecPrograma2       PIC X(20).
       01  WS-ExecEvento2         PIC X(3).
       01  WS-ExecSituacao2       PIC X(4).
       01  WS-ExecZeroA           PIC 9(7) VALUE 0.
       01  WS-ExecZeroB           PIC 9(7) VALUE 0.
       01  WS-GradeArquivo      PIC X(30)
           VALUE SPACES.
       01  WS-GradeLiberado     PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje

           DISPLAY 'Arquivo de cotas do dia a importar: '
           ACCEPT WS-CotaArqFileName

      *    Trava da grade de arquivos esperados: o arquivo só é
      *    processado com chegada registrada hoje e não consumida.
           MOVE WS-CotaArqFileName(1:30) TO WS-GradeArquivo
           CALL 'VerificarArquivoEsperado' USING WS-GradeArquivo
               WS-GradeLiberado
           IF WS-GradeLiberado NOT = 'S'
               STOP RUN
           END-IF

           OPEN INPUT CotaArqFile
           IF WS-CotaArqStatus NOT = '00'
               DISPLAY 'Arquivo de cotas não encontrado!'
               STOP RUN
           END-IF

      *    Conferência de header/trailer antes da carga; sem valor
      *    monetário no detalhe, a soma de conferência é a dos
      *    códigos de fundo.
           PERFORM ValidarControleArquivo
           IF WS-ControleOK NOT = 'S'
               MOVE 'ImportarCotas' TO WS-ExecPrograma2
               MOVE 'FIM' TO WS-ExecEvento2
               MOVE 'CTRL' TO WS-ExecSituacao2
               CALL 'RegistroExecucao' USING WS-ExecPrograma2
                   WS-ExecEvento2 WS-CtrlDetalhes WS-ExecZeroA
                   WS-ExecZeroB WS-ExecSituacao2
               DISPLAY 'Arquivo recusado pela conferência de'
               DISPLAY 'controle (header/trailer).'
               STOP RUN
           END-IF
           CLOSE CotaArqFile

           PERFORM CarregarFundos
           PERFORM CarregarCotasGravadas

           OPEN INPUT CotaArqFile
           OPEN EXTEND CotaFile
           IF WS-CotaStatus = '35'
               OPEN OUTPUT CotaFile
           END-IF

           PERFORM UNTIL WS-CotaArqStatus = '10'
               READ CotaArqFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CtrlHeader OR CtrlTrailer
                           CONTINUE
                       ELSE
                           PERFORM GravarCota
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CotaFile
           CLOSE CotaArqFile

           DISPLAY 'Cotas importadas: ' WS-CotasImportadas
           DISPLAY 'Cotas rejeitadas: ' WS-CotasRejeitadas
           IF WS-CotasImportadas = 0
               DISPLAY 'AVISO: nenhuma cota importada; aplicações e'
               DISPLAY 'resgates em fundos ficarão bloqueados.'
           END-IF
           STOP RUN.

       GravarCota.
           MOVE 'N' TO WS-FundoConhecido
           PERFORM VARYING WS-FundoIdx FROM 1 BY 1
                   UNTIL WS-FundoIdx > WS-FundoQtde
               IF WS-FundoTabCodigo(WS-FundoIdx) = CotaArqFundo
                   MOVE 'S' TO WS-FundoConhecido
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-JaCotado
           PERFORM VARYING WS-CotadoIdx FROM 1 BY 1
                   UNTIL WS-CotadoIdx > WS-CotadoQtde
               IF WS-CotadoFundo(WS-CotadoIdx) = CotaArqFundo AND
                       WS-CotadoData(WS-CotadoIdx) = CotaArqData
                   MOVE 'S' TO WS-JaCotado
               END-IF
           END-PERFORM

           IF WS-FundoConhecido = 'N'
               ADD 1 TO WS-CotasRejeitadas
               DISPLAY 'Fundo ' CotaArqFundo ' não cadastrado:'
                   ' cota rejeitada.'
           ELSE
           IF WS-JaCotado = 'S'
               ADD 1 TO WS-CotasRejeitadas
               DISPLAY 'Fundo ' CotaArqFundo ' já cotado em '
                   CotaArqData ': cota rejeitada.'
           ELSE
           IF CotaArqValor = 0
               ADD 1 TO WS-CotasRejeitadas
               DISPLAY 'Fundo ' CotaArqFundo ' com cota zerada:'
                   ' cota rejeitada.'
           ELSE
               MOVE CotaArqFundo TO CotaFundo
               MOVE CotaArqData TO CotaData
               MOVE CotaArqValor TO CotaValor
               WRITE CotaRecord
               ADD 1 TO WS-CotasImportadas
               IF WS-CotadoQtde < 2000
                   ADD 1 TO WS-CotadoQtde
                   MOVE CotaArqFundo TO WS-CotadoFundo(WS-CotadoQtde)
                   MOVE CotaArqData TO WS-CotadoData(WS-CotadoQtde)
               END-IF
               DISPLAY 'Fundo ' CotaArqFundo ' em ' CotaArqData
                   ': cota ' CotaArqValor
           END-IF
           END-IF
           END-IF.

       CarregarFundos.
           MOVE 0 TO WS-FundoQtde
           OPEN INPUT FundoFile
           IF WS-FundoStatus = '00'
               PERFORM UNTIL WS-FundoStatus = '10'
                   READ FundoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-FundoQtde < 200
                               ADD 1 TO WS-FundoQtde
                               MOVE FundoCodigo
                                   TO WS-FundoTabCodigo(WS-FundoQtde)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FundoFile
           END-IF.

      * Só as cotas dos últimos dias interessam à crítica de
      * duplicidade: o arquivo do administrador traz o dia corrente
      * e, no máximo, reenvios de dias anteriores.
       CarregarCotasGravadas.
           MOVE 0 TO WS-CotadoQtde
           OPEN INPUT CotaFile
           IF WS-CotaStatus = '00'
               PERFORM UNTIL WS-CotaStatus = '10'
                   READ CotaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CotaData >= WS-DataHoje - 10000 AND
                                   WS-CotadoQtde < 2000
                               ADD 1 TO WS-CotadoQtde
                               MOVE CotaFundo
                                   TO WS-CotadoFundo(WS-CotadoQtde)
                               MOVE CotaData
                                   TO WS-CotadoData(WS-CotadoQtde)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CotaFile
           END-IF.

      * Primeira linha deve ser o header; o trailer fecha com a
      * contagem de detalhes e a soma de conferência.
       ValidarControleArquivo.
           MOVE 'N' TO WS-ControleOK
           MOVE 'S' TO WS-PrimeiraLinha
           MOVE 'N' TO WS-TrailerVisto
           MOVE 0 TO WS-CtrlDetalhes
           MOVE 0 TO WS-CtrlChecksum
           PERFORM UNTIL WS-CotaArqStatus = '10'
               READ CotaArqFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CriticarLinhaControle
               END-READ
           END-PERFORM
           IF WS-TrailerVisto = 'N'
               DISPLAY 'Arquivo sem trailer de controle!'
               MOVE 'N' TO WS-ControleOK
           END-IF.

       CriticarLinhaControle.
           IF WS-PrimeiraLinha = 'S'
               MOVE 'N' TO WS-PrimeiraLinha
               IF NOT CtrlHeader
                   DISPLAY 'Arquivo sem header de controle!'
               END-IF
           ELSE
           IF CtrlTrailer
               MOVE 'S' TO WS-TrailerVisto
               IF CtrlContagem = WS-CtrlDetalhes AND
                       CtrlSoma = WS-CtrlChecksum
                   MOVE 'S' TO WS-ControleOK
               ELSE
                   DISPLAY 'Trailer não confere: contagem '
                       CtrlContagem ' x ' WS-CtrlDetalhes
                   DISPLAY 'soma ' CtrlSoma ' x ' WS-CtrlChecksum
               END-IF
           ELSE
               ADD 1 TO WS-CtrlDetalhes
               ADD CotaArqFundo TO WS-CtrlChecksum
           END-IF
           END-IF.

       END PROGRAM ImportarCotas.
