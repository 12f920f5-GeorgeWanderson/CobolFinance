       IDENTIFICATION DIVISION.
       PROGRAM-ID. RemessaProtesto.

      *****************************************************************
      *  RemessaProtesto.cbl - Remessa diária ao cartório dos títulos
      *  da nossa cobrança vencidos e não pagos (titulos.dat) com
      *  instrução de protesto vencida: dias após o vencimento da
      *  instrução do próprio título ou, sem ela, do padrão do
      *  cedente (cedentes.dat). Cada título sai uma única vez e
      *  passa a em cartório; o retorno do cartório é tratado pelo
      *  RetornoProtesto. Header e trailer no padrão CTRLREC, com a
      *  soma dos valores dos títulos.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CedenteFile ASSIGN TO 'cedentes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CedFileStatus.

           SELECT TituloFile ASSIGN TO 'titulos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TitFileStatus.

           SELECT RemessaFile ASSIGN DYNAMIC WS-RemessaFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RemFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CedenteFile.
       COPY CEDREC.

       FD  TituloFile.
       COPY TITREC.

       FD  RemessaFile.
       01  RemessaRecord.
           05  RemNossoNumero         PIC 9(10).
           05  RemCedenteID           PIC 9(4).
           05  RemCedenteNome         PIC A(40).
           05  RemPagadorNome         PIC A(40).
           05  RemPagadorCPF          PIC X(11).
           05  RemValor               PIC 9(7)V99.
           05  RemDataVencimento      PIC 9(8).
           05  RemDataEmissao         PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY CTRLREC.
       01  WS-CedFileStatus       PIC XX.
       01  WS-TitFileStatus       PIC XX.
       01  WS-RemFileStatus       PIC XX.
       01  WS-RemessaFileName     PIC X(40).
       01  WS-CedenteAchado       PIC X VALUE 'N'.
       01  WS-CedenteNome         PIC A(40).
       01  WS-CedenteDias         PIC 9(3) VALUE 0.
       01  WS-DiasProtesto        PIC 9(3) VALUE 0.
       01  WS-DataProtesto        PIC 9(8) VALUE 0.
       01  WS-TitulosEnviados     PIC 9(5) VALUE 0.
       01  WS-ValorEnviado        PIC 9(11)V99 VALUE 0.
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.

       01  WS-ExecPrograma        PIC X(20) VALUE 'RemessaProtesto'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos           PIC 9(7) VALUE 0.
       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd
           STRING 'cartorio_remessa_' DELIMITED BY SIZE
                  WS-AnoHoje DELIMITED BY SIZE
                  WS-MesHoje DELIMITED BY SIZE
                  WS-DiaHoje DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-RemessaFileName

           OPEN I-O TituloFile
           IF WS-TitFileStatus NOT = '00'
               DISPLAY 'Nenhum título emitido.'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           OPEN OUTPUT RemessaFile
           MOVE 'Gerando remessa de protesto...' TO WS-Mensagem
           DISPLAY WS-Mensagem

      *    Header e trailer de conferência contra truncamento.
           MOVE SPACES TO ControleRegistro
           MOVE 'H' TO CtrlTipo
           MOVE WS-DataHojeOrd TO CtrlData
           MOVE 1 TO CtrlSequencia
           MOVE 0 TO CtrlContagem
           MOVE 0 TO CtrlSoma
           WRITE RemessaRecord FROM ControleRegistro

           PERFORM ExportarTitulos

           MOVE SPACES TO ControleRegistro
           MOVE 'T' TO CtrlTipo
           MOVE WS-DataHojeOrd TO CtrlData
           MOVE 1 TO CtrlSequencia
           MOVE WS-TitulosEnviados TO CtrlContagem
           MOVE WS-ValorEnviado TO CtrlSoma
           WRITE RemessaRecord FROM ControleRegistro

           CLOSE RemessaFile
           CLOSE TituloFile

           MOVE WS-TitulosEnviados TO WS-ExecPostados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           DISPLAY 'Títulos enviados a protesto: '
               WS-TitulosEnviados ' (R$ ' WS-ValorEnviado ')'
           DISPLAY 'Arquivo de remessa: ' WS-RemessaFileName
           STOP RUN.

       ExportarTitulos.
           PERFORM UNTIL WS-TitFileStatus = '10'
               READ TituloFile INTO TituloRecord
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF (TituloAberto OR TituloRegistrado) AND
                               TituloDataVencimento < WS-DataHojeOrd
                           ADD 1 TO WS-ExecLidos
                           PERFORM AvaliarProtesto
                       END-IF
               END-READ
           END-PERFORM.

      * A instrução do título prevalece sobre o padrão do cedente;
      * o título vai ao cartório quando o vencimento mais os dias
      * da instrução já passou.
       AvaliarProtesto.
           PERFORM LocalizarCedente
           MOVE 0 TO WS-DiasProtesto
           IF TituloDiasProtesto IS NUMERIC AND
                   TituloDiasProtesto > 0
               MOVE TituloDiasProtesto TO WS-DiasProtesto
           ELSE
               MOVE WS-CedenteDias TO WS-DiasProtesto
           END-IF
           IF WS-DiasProtesto > 0
               COMPUTE WS-DataProtesto = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TituloDataVencimento) +
                   WS-DiasProtesto)
               IF WS-DataProtesto <= WS-DataHojeOrd
                   PERFORM EnviarTitulo
               END-IF
           END-IF.

       EnviarTitulo.
           MOVE TituloNossoNumero TO RemNossoNumero
           MOVE TituloCedenteID TO RemCedenteID
           MOVE WS-CedenteNome TO RemCedenteNome
           MOVE TituloPagadorNome TO RemPagadorNome
           MOVE TituloPagadorCPF TO RemPagadorCPF
           MOVE TituloValor TO RemValor
           MOVE TituloDataVencimento TO RemDataVencimento
           MOVE TituloDataEmissao TO RemDataEmissao
           WRITE RemessaRecord

           MOVE 'C' TO TituloStatus
           MOVE WS-DataHojeOrd TO TituloDataCartorio
           IF TituloCustasProtesto NOT NUMERIC
               MOVE 0 TO TituloCustasProtesto
           END-IF
           REWRITE TituloRecord
           ADD 1 TO WS-TitulosEnviados
           ADD TituloValor TO WS-ValorEnviado
           DISPLAY 'Título ' TituloNossoNumero ' do cedente '
               TituloCedenteID ': enviado a protesto, R$ '
               TituloValor.

      * Cedente inativo mantém a instrução para os títulos que
      * ainda tem em cobrança.
       LocalizarCedente.
           MOVE 'N' TO WS-CedenteAchado
           MOVE SPACES TO WS-CedenteNome
           MOVE 0 TO WS-CedenteDias
           OPEN INPUT CedenteFile
           IF WS-CedFileStatus = '00'
               PERFORM UNTIL WS-CedFileStatus = '10'
                   READ CedenteFile INTO CedenteRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CedenteID = TituloCedenteID
                               MOVE 'S' TO WS-CedenteAchado
                               MOVE CedenteNome TO WS-CedenteNome
                               IF CedenteDiasProtesto IS NUMERIC
                                   MOVE CedenteDiasProtesto
                                       TO WS-CedenteDias
                               END-IF
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CedenteFile
           END-IF.

       END PROGRAM RemessaProtesto.
