       IDENTIFICATION DIVISION.
       PROGRAM-ID. RemessaSinistros.

      *****************************************************************
      *  RemessaSinistros.cbl - Remessa diária dos sinistros do
      *  seguro prestamista à seguradora (sinistros.dat). Exporta os
      *  sinistros abertos pelo TratamentoObito ainda não enviados,
      *  com o segurado, a certidão e o saldo devedor a indenizar,
      *  e marca cada um como enviado; o retorno da seguradora é
      *  tratado pelo RetornoSinistros. Header e trailer no padrão
      *  CTRLREC, com a soma dos saldos devedores.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SinistroFile ASSIGN TO 'sinistros.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SinistroFileStatus.

           SELECT RemessaFile ASSIGN DYNAMIC WS-RemessaFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RemFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SinistroFile.
       COPY SINISTREC.

       FD  RemessaFile.
       01  RemessaRecord.
           05  RemSinistroID          PIC 9(5).
           05  RemEmprestimoID        PIC 9(5).
           05  RemClienteCPF          PIC X(11).
           05  RemClienteNome         PIC A(50).
           05  RemDataObito           PIC 9(8).
           05  RemCertidao            PIC X(20).
           05  RemSaldoDevedor        PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       COPY CTRLREC.
       01  WS-SinistroFileStatus  PIC XX.
       01  WS-RemFileStatus       PIC XX.
       01  WS-RemessaFileName     PIC X(40).
       01  WS-SinistrosEnviados   PIC 9(5) VALUE 0.
       01  WS-ValorEnviado        PIC 9(11)V99 VALUE 0.
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).

       01  WS-ExecPrograma        PIC X(20) VALUE 'RemessaSinistros'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos           PIC 9(7) VALUE 0.
       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           STRING 'seguro_remessa_' DELIMITED BY SIZE
                  WS-AnoHoje DELIMITED BY SIZE
                  WS-MesHoje DELIMITED BY SIZE
                  WS-DiaHoje DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-RemessaFileName

           OPEN I-O SinistroFile
           IF WS-SinistroFileStatus NOT = '00'
               DISPLAY 'Nenhum sinistro registrado.'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           OPEN OUTPUT RemessaFile
           MOVE 'Gerando remessa de sinistros...' TO WS-Mensagem
           DISPLAY WS-Mensagem

      *    Header e trailer de conferência contra truncamento.
           MOVE SPACES TO ControleRegistro
           MOVE 'H' TO CtrlTipo
           MOVE WS-DataHoje TO CtrlData
           MOVE 1 TO CtrlSequencia
           MOVE 0 TO CtrlContagem
           MOVE 0 TO CtrlSoma
           WRITE RemessaRecord FROM ControleRegistro

           PERFORM ExportarSinistros

           MOVE SPACES TO ControleRegistro
           MOVE 'T' TO CtrlTipo
           MOVE WS-DataHoje TO CtrlData
           MOVE 1 TO CtrlSequencia
           MOVE WS-SinistrosEnviados TO CtrlContagem
           MOVE WS-ValorEnviado TO CtrlSoma
           WRITE RemessaRecord FROM ControleRegistro

           CLOSE RemessaFile
           CLOSE SinistroFile

           MOVE WS-SinistrosEnviados TO WS-ExecLidos
           MOVE WS-SinistrosEnviados TO WS-ExecPostados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           DISPLAY 'Sinistros enviados na remessa: '
               WS-SinistrosEnviados ' (R$ ' WS-ValorEnviado ')'
           DISPLAY 'Arquivo de remessa: ' WS-RemessaFileName
           STOP RUN.

      * Cada sinistro sai uma única vez: ao entrar na remessa passa
      * a enviado e aguarda o retorno da seguradora.
       ExportarSinistros.
           PERFORM UNTIL WS-SinistroFileStatus = '10'
               READ SinistroFile INTO SinistroRecord
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF SinistroAberto
                           MOVE SinistroID TO RemSinistroID
                           MOVE SinistroEmprestimoID
                               TO RemEmprestimoID
                           MOVE SinistroClienteCPF TO RemClienteCPF
                           MOVE SinistroClienteNome
                               TO RemClienteNome
                           MOVE SinistroDataObito TO RemDataObito
                           MOVE SinistroCertidao TO RemCertidao
                           MOVE SinistroSaldoDevedor
                               TO RemSaldoDevedor
                           WRITE RemessaRecord
                           MOVE 'E' TO SinistroStatus
                           REWRITE SinistroRecord
                           ADD 1 TO WS-SinistrosEnviados
                           ADD SinistroSaldoDevedor
                               TO WS-ValorEnviado
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM RemessaSinistros.
