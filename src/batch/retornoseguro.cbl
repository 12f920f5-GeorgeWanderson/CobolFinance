       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetornoSinistros.

      *****************************************************************
      *  RetornoSinistros.cbl - Processamento do retorno da
      *  seguradora para os sinistros do seguro prestamista
      *  (seguro_retorno.dat). Indenização paga quita o contrato:
      *  as parcelas em aberto são liquidadas, o contrato passa a
      *  quitado e a caução de CDB, se houver, é liberada. Negativa
      *  encerra o sinistro e vira pendência para a agência tratar
      *  com o espólio. O arquivo passa pela grade de arquivos
      *  esperados e pela conferência de header/trailer antes de
      *  qualquer baixa.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SinistroFile ASSIGN TO 'sinistros.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SinistroFileStatus.

           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestFileStatus.

           SELECT ParcelaFile ASSIGN TO 'parcelas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParcelaFileStatus.

           SELECT RetornoFile ASSIGN TO 'seguro_retorno.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RetFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SinistroFile.
       COPY SINISTREC.

       FD  EmprestimoFile.
       COPY EMPRESTREC.

       FD  ParcelaFile.
       COPY PARCREC.

       FD  RetornoFile.
       COPY CTRLREC.
       01  RetornoRecord.
           05  RetSinistroID          PIC 9(5).
           05  RetEmprestimoID        PIC 9(5).
           05  RetSituacao            PIC X(4).
      *        'INDE' = indenização paga (quita o contrato), 'NEGA'
      *        = sinistro negado pela seguradora.
           05  RetValor               PIC 9(9)V99.
           05  RetMotivo              PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-SinistroFileStatus  PIC XX.
       01  WS-EmprestFileStatus   PIC XX.
       01  WS-ParcelaFileStatus   PIC XX.
       01  WS-RetFileStatus       PIC XX.
       01  WS-SinistroAchado      PIC X VALUE 'N'.
       01  WS-SinistroConta       PIC 9(7) VALUE 0.
       01  WS-SinistroCliente     PIC 9(5) VALUE 0.
       01  WS-Indenizados         PIC 9(5) VALUE 0.
       01  WS-Negados             PIC 9(5) VALUE 0.
       01  WS-Ignorados           PIC 9(5) VALUE 0.
       01  WS-ValorIndenizado     PIC 9(11)V99 VALUE 0.
       01  WS-ParcelasLiquidadas  PIC 9(3) VALUE 0.
       01  WS-CaucaoNovoContrato  PIC 9(5) VALUE 0.
       01  WS-CaucaoQtde          PIC 9(3) VALUE 0.
       01  WS-Mensagem            PIC X(50).
       01  WS-ControleOK          PIC X VALUE 'N'.
       01  WS-PrimeiraLinha       PIC X VALUE 'S'.
       01  WS-TrailerVisto        PIC X VALUE 'N'.
       01  WS-CtrlDetalhes        PIC 9(7) VALUE 0.
       01  WS-CtrlChecksum        PIC 9(11)V99 VALUE 0.
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-NotifTipo           PIC X(4) VALUE 'SINI'.
       01  WS-NotifValor          PIC 9(7)V99 VALUE 0.
       01  WS-NotifTexto          PIC X(60).
       01  WS-PendOrigem          PIC X(20) VALUE 'RetornoSinistros'.
       01  WS-PendTipo            PIC X(4) VALUE 'SINI'.
       01  WS-PendValor           PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao       PIC X(60).
       01  WS-AudPrograma         PIC X(20) VALUE 'RetornoSinistros'.
       01  WS-AudOperador         PIC X(10) VALUE 'RETORNO'.
       01  WS-AudArquivo          PIC X(12) VALUE 'emprestimos'.
       01  WS-AudChave            PIC 9(7) VALUE 0.
       01  WS-AudCampo            PIC X(20)
           VALUE 'SinistroPrestamista'.
       01  WS-AudAntes            PIC X(100).
       01  WS-AudDepois           PIC X(100).

       01  WS-ExecPrograma        PIC X(20) VALUE 'RetornoSinistros'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos           PIC 9(7) VALUE 0.
       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       01  WS-GradeArquivo      PIC X(30)
           VALUE 'seguro_retorno.dat'.
       01  WS-GradeLiberado     PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd

      *    Trava da grade de arquivos esperados: o retorno só é
      *    processado com chegada registrada hoje e não consumida.
           CALL 'VerificarArquivoEsperado' USING WS-GradeArquivo
               WS-GradeLiberado
           IF WS-GradeLiberado NOT = 'S'
               STOP RUN
           END-IF

           OPEN INPUT RetornoFile
           IF WS-RetFileStatus NOT = '00'
               DISPLAY 'Arquivo seguro_retorno.dat não encontrado!'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

      *    Conferência de header/trailer: arquivo truncado ou sem
      *    controle é recusado antes de qualquer baixa.
           PERFORM ValidarControleArquivo
           IF WS-ControleOK NOT = 'S'
               CLOSE RetornoFile
               MOVE 'FIM' TO WS-ExecEvento
               MOVE 'CTRL' TO WS-ExecSituacao
               CALL 'RegistroExecucao' USING WS-ExecPrograma
                   WS-ExecEvento WS-CtrlDetalhes WS-ExecPostados
                   WS-ExecRejeitados WS-ExecSituacao
               DISPLAY 'Retorno recusado pela conferência de'
               DISPLAY 'controle (header/trailer).'
               STOP RUN
           END-IF
           CLOSE RetornoFile
           OPEN INPUT RetornoFile

           MOVE 'Processando retorno da seguradora...' TO WS-Mensagem
           DISPLAY WS-Mensagem

           PERFORM ProcessarRetornos
           CLOSE RetornoFile

           MOVE WS-CtrlDetalhes TO WS-ExecLidos
           COMPUTE WS-ExecPostados = WS-Indenizados + WS-Negados
           MOVE WS-Ignorados TO WS-ExecRejeitados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           DISPLAY 'Sinistros indenizados: ' WS-Indenizados
               ' (R$ ' WS-ValorIndenizado ')'
           DISPLAY 'Sinistros negados: ' WS-Negados
           DISPLAY 'Retornos ignorados: ' WS-Ignorados
           STOP RUN.

       ProcessarRetornos.
           PERFORM UNTIL WS-RetFileStatus = '10'
               READ RetornoFile INTO RetornoRecord
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CtrlHeader OR CtrlTrailer
                           CONTINUE
                       ELSE
                           PERFORM ProcessarRetorno
                       END-IF
               END-READ
           END-PERFORM.

      * Primeira linha deve ser o header; o trailer fecha com a
      * contagem de detalhes e a soma dos valores indenizados.
       ValidarControleArquivo.
           MOVE 'N' TO WS-ControleOK
           MOVE 'S' TO WS-PrimeiraLinha
           MOVE 'N' TO WS-TrailerVisto
           MOVE 0 TO WS-CtrlDetalhes
           MOVE 0 TO WS-CtrlChecksum
           PERFORM UNTIL WS-RetFileStatus = '10'
               READ RetornoFile
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
               ADD RetValor TO WS-CtrlChecksum
           END-IF
           END-IF.

      * Só sinistros já enviados aceitam retorno; os demais são
      * ignorados e contados.
       ProcessarRetorno.
           PERFORM BaixarSinistro
           IF WS-SinistroAchado = 'N'
               ADD 1 TO WS-Ignorados
               DISPLAY 'Retorno sinistro ' RetSinistroID
                   ': sinistro enviado não encontrado, ignorado.'
           ELSE
               IF RetSituacao = 'INDE'
                   PERFORM QuitarContratoSinistro
               ELSE
                   PERFORM RegistrarNegativa
               END-IF
           END-IF.

       BaixarSinistro.
           MOVE 'N' TO WS-SinistroAchado
           OPEN I-O SinistroFile
           IF WS-SinistroFileStatus = '00'
               PERFORM UNTIL WS-SinistroFileStatus = '10'
                   READ SinistroFile INTO SinistroRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SinistroID = RetSinistroID AND
                                   SinistroEmprestimoID =
                                       RetEmprestimoID AND
                                   SinistroEnviado
                               MOVE 'Y' TO WS-SinistroAchado
                               MOVE SinistroContaNumero
                                   TO WS-SinistroConta
                               MOVE SinistroClienteID
                                   TO WS-SinistroCliente
                               MOVE RetValor
                                   TO SinistroValorIndenizado
                               MOVE WS-DataHojeOrd
                                   TO SinistroDataRetorno
                               IF RetSituacao = 'INDE'
                                   MOVE 'I' TO SinistroStatus
                               ELSE
                                   MOVE 'N' TO SinistroStatus
                               END-IF
                               REWRITE SinistroRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SinistroFile
           END-IF.

      * Indenização: a seguradora paga o saldo devedor ao banco;
      * parcelas em aberto são liquidadas na data do retorno, o
      * contrato é quitado e a caução, se houver, cai.
       QuitarContratoSinistro.
           MOVE 0 TO WS-ParcelasLiquidadas
           OPEN I-O ParcelaFile
           IF WS-ParcelaFileStatus = '00'
               PERFORM UNTIL WS-ParcelaFileStatus = '10'
                   READ ParcelaFile INTO ParcelaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ParcelaEmprestimoID = RetEmprestimoID
                                   AND (ParcelaPendente OR
                                       ParcelaAtrasada)
                               MOVE 'L' TO ParcelaStatus
                               MOVE WS-DataHojeOrd
                                   TO ParcelaDataPagamento
                               REWRITE ParcelaRecord
                               ADD 1 TO WS-ParcelasLiquidadas
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF

           OPEN I-O EmprestimoFile
           IF WS-EmprestFileStatus = '00'
               PERFORM UNTIL WS-EmprestFileStatus = '10'
                   READ EmprestimoFile INTO EmprestimoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EmprestimoID = RetEmprestimoID AND
                                   EmprestimoAtivo
                               MOVE 'Q' TO EmprestimoStatus
                               MOVE 0 TO EmprestimoParcelasAtraso
                               REWRITE EmprestimoRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF

           MOVE 0 TO WS-CaucaoNovoContrato
           CALL 'LiberarCaucao' USING RetEmprestimoID
               WS-CaucaoNovoContrato WS-CaucaoQtde

           MOVE SPACES TO WS-AudAntes
           STRING 'Sinistro ' DELIMITED BY SIZE
                  RetSinistroID DELIMITED BY SIZE
                  ' enviado' DELIMITED BY SIZE
               INTO WS-AudAntes
           MOVE SPACES TO WS-AudDepois
           STRING 'Indenizado R$ ' DELIMITED BY SIZE
                  RetValor DELIMITED BY SIZE
                  ' - contrato quitado' DELIMITED BY SIZE
               INTO WS-AudDepois
           MOVE RetEmprestimoID TO WS-AudChave
           CALL 'GravarAuditoria' USING WS-AudPrograma
               WS-AudOperador WS-AudArquivo WS-AudChave
               WS-AudCampo WS-AudAntes WS-AudDepois

           MOVE RetValor TO WS-NotifValor
           MOVE 'Empréstimo quitado pelo seguro prestamista'
               TO WS-NotifTexto
           CALL 'RegistrarNotificacao' USING WS-NotifTipo
               WS-SinistroCliente WS-SinistroConta WS-NotifValor
               WS-NotifTexto

           ADD 1 TO WS-Indenizados
           ADD RetValor TO WS-ValorIndenizado
           DISPLAY 'Sinistro ' RetSinistroID ': contrato '
               RetEmprestimoID ' quitado, ' WS-ParcelasLiquidadas
               ' parcela(s) liquidada(s).'.

      * Negativa: o contrato segue em cobrança normal e a agência
      * recebe a pendência para tratar com o espólio.
       RegistrarNegativa.
           MOVE 0 TO WS-PendValor
           MOVE SPACES TO WS-PendDescricao
           STRING 'Sinistro ' DELIMITED BY SIZE
                  RetSinistroID DELIMITED BY SIZE
                  ' negado: ' DELIMITED BY SIZE
                  RetMotivo DELIMITED BY SIZE
               INTO WS-PendDescricao
           CALL 'RegistrarPendencia' USING WS-PendOrigem WS-PendTipo
               WS-SinistroConta WS-PendValor WS-PendDescricao
           ADD 1 TO WS-Negados
           DISPLAY 'Sinistro ' RetSinistroID ': negado - '
               RetMotivo.

       END PROGRAM RetornoSinistros.
