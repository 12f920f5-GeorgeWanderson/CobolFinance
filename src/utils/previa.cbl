       IDENTIFICATION DIVISION.
       PROGRAM-ID. PreviaLancamento.

      *****************************************************************
      *  PreviaLancamento.cbl - Sub-rotina do modo prévia (simulação)
      *  dos jobs mensais de juros, tarifas e cobrança. Guarda a chave
      *  do modo enquanto durar a unidade de execução e monta o
      *  relatório do que seria lançado. Chamada por
      *    CALL 'PreviaLancamento' USING LK-Operacao LK-Modo
      *        LK-Programa LK-Conta LK-Agencia LK-TipoMov LK-Valor
      *    'A' - ativa o modo prévia (driver PreviaMensal);
      *    'D' - desativa o modo prévia;
      *    'C' - consulta: devolve 'S' ou 'N' em LK-Modo. O job em
      *          prévia calcula tudo mas não grava contas.dat,
      *          movimentacao.dat, o run-control nem os arquivos de
      *          apoio;
      *    'I' - início do relatório do job LK-Programa;
      *    'G' - lançamento que seria feito: conta, agência, tipo de
      *          movimento e valor;
      *    'F' - fecha: grava previa_<programa>_AAAAMMDD.txt conta a
      *          conta por agência, com o lançado no mês anterior do
      *          mesmo tipo (movimentacao.dat), subtotais por agência
      *          e total geral, e cataloga no spool. Em LK-Conta volta
      *          a quantidade de lançamentos previstos.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TrabalhoFile ASSIGN TO 'previa.wrk'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TrabalhoStatus.

           SELECT PreviaSortFile ASSIGN TO 'previasort.wrk'.

           SELECT MovimentacaoFile ASSIGN TO 'movimentacao.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MovimentacaoChave
               FILE STATUS IS MovFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  TrabalhoFile.
       01  TrabalhoRecord.
           05  TrabAgencia            PIC 9(4).
           05  TrabConta              PIC 9(7).
           05  TrabTipoMov            PIC X(1).
           05  TrabValor              PIC 9(9)V99.

       SD  PreviaSortFile.
       01  PreviaSortRecord.
           05  PrevAgencia            PIC 9(4).
           05  PrevConta              PIC 9(7).
           05  PrevTipoMov            PIC X(1).
           05  PrevValor              PIC 9(9)V99.

       FD  MovimentacaoFile.
       COPY MOVREC.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  TrabalhoStatus       PIC XX.
       01  MovFileStatus        PIC XX.
       01  RptFileStatus        PIC XX.
       01  ReportFileName       PIC X(40).
       01  ModoPrevia           PIC X VALUE 'N'.
       01  ProgramaPrevia       PIC X(20).
       01  QtdeLancamentos      PIC 9(7) VALUE 0.
       01  MovimentoAberto      PIC X VALUE 'N'.
       01  FimPrevia            PIC X VALUE 'N'.
       01  AgenciaAtual         PIC 9(4) VALUE 0.
       01  PrimeiraLinha        PIC X VALUE 'S'.
       01  DataHoje.
           05  AnoHoje          PIC 9(4).
           05  MesHoje          PIC 9(2).
           05  DiaHoje          PIC 9(2).
       01  MesAnterior.
           05  AnoAnterior      PIC 9(4).
           05  MesAnteriorNum   PIC 9(2).
       01  ValorAnterior        PIC 9(9)V99 VALUE 0.
       01  Diferenca            PIC S9(9)V99 VALUE 0.
       01  SubPrevisto          PIC 9(11)V99 VALUE 0.
       01  SubAnterior          PIC 9(11)V99 VALUE 0.
       01  SubQtde              PIC 9(7) VALUE 0.
       01  TotPrevisto          PIC 9(11)V99 VALUE 0.
       01  TotAnterior          PIC 9(11)V99 VALUE 0.
       01  ValorEdit            PIC Z(8)9.99.
       01  AnteriorEdit         PIC Z(8)9.99.
       01  DiferencaEdit        PIC -(9)9.99.
       01  TotalEdit            PIC Z(10)9.99.
       01  TotalAntEdit         PIC Z(10)9.99.
       01  SpoolArquivo         PIC X(40).
       01  SpoolTipo            PIC X(4) VALUE 'PREV'.
       01  SpoolOperador        PIC X(10) VALUE 'BATCH'.
       01  SpoolAlvo            PIC X(20).
       01  SpoolRestrito        PIC X(1) VALUE 'N'.

       LINKAGE SECTION.
       01  LK-Operacao          PIC X(1).
       01  LK-Modo              PIC X(1).
       01  LK-Programa          PIC X(20).
       01  LK-Conta             PIC 9(7).
       01  LK-Agencia           PIC 9(4).
       01  LK-TipoMov           PIC X(1).
       01  LK-Valor             PIC 9(9)V99.

       PROCEDURE DIVISION USING LK-Operacao LK-Modo LK-Programa
               LK-Conta LK-Agencia LK-TipoMov LK-Valor.
       BEGIN.
           EVALUATE LK-Operacao
               WHEN 'A'
                   MOVE 'S' TO ModoPrevia
               WHEN 'D'
                   MOVE 'N' TO ModoPrevia
               WHEN 'C'
                   MOVE ModoPrevia TO LK-Modo
               WHEN 'I'
                   PERFORM INICIAR-PREVIA
               WHEN 'G'
                   ADD 1 TO QtdeLancamentos
                   MOVE LK-Agencia TO TrabAgencia
                   MOVE LK-Conta TO TrabConta
                   MOVE LK-TipoMov TO TrabTipoMov
                   MOVE LK-Valor TO TrabValor
                   WRITE TrabalhoRecord
               WHEN 'F'
                   PERFORM FINALIZAR-PREVIA
                   MOVE QtdeLancamentos TO LK-Conta
           END-EVALUATE
           GOBACK.

       INICIAR-PREVIA.
           MOVE LK-Programa TO ProgramaPrevia
           MOVE 0 TO QtdeLancamentos
           MOVE FUNCTION CURRENT-DATE(1:8) TO DataHoje
           MOVE AnoHoje TO AnoAnterior
           IF MesHoje = 1
               SUBTRACT 1 FROM AnoAnterior
               MOVE 12 TO MesAnteriorNum
           ELSE
               COMPUTE MesAnteriorNum = MesHoje - 1
           END-IF
           OPEN OUTPUT TrabalhoFile.

       FINALIZAR-PREVIA.
           CLOSE TrabalhoFile
           MOVE SPACES TO ReportFileName
           STRING 'previa_' DELIMITED BY SIZE
                  ProgramaPrevia DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  DataHoje DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO ReportFileName
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING 'PRÉVIA - ' DELIMITED BY SIZE
                  ProgramaPrevia DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  DataHoje DELIMITED BY SIZE
                  ' - SIMULAÇÃO, NADA FOI LANÇADO' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Agência Conta   Tipo        Previsto'
                  DELIMITED BY SIZE
                  '  Mês anterior   Diferença  (mês anterior = '
                  DELIMITED BY SIZE
                  MesAnterior DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine

           MOVE 'N' TO MovimentoAberto
           OPEN INPUT MovimentacaoFile
           IF MovFileStatus = '00'
               MOVE 'S' TO MovimentoAberto
           END-IF
           MOVE 0 TO TotPrevisto
           MOVE 0 TO TotAnterior
           MOVE 'S' TO PrimeiraLinha
           SORT PreviaSortFile
               ON ASCENDING KEY PrevAgencia PrevConta PrevTipoMov
               USING TrabalhoFile
               OUTPUT PROCEDURE IS GRAVAR-PREVIA
           IF MovimentoAberto = 'S'
               CLOSE MovimentacaoFile
           END-IF

           MOVE TotPrevisto TO TotalEdit
           MOVE TotAnterior TO TotalAntEdit
           MOVE SPACES TO ReportLine
           STRING 'TOTAL GERAL  lançamentos ' DELIMITED BY SIZE
                  QtdeLancamentos DELIMITED BY SIZE
                  '  previsto R$ ' DELIMITED BY SIZE
                  TotalEdit DELIMITED BY SIZE
                  '  mês anterior R$ ' DELIMITED BY SIZE
                  TotalAntEdit DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile

           MOVE ReportFileName TO SpoolArquivo
           MOVE SPACES TO SpoolAlvo
           MOVE DataHoje(1:6) TO SpoolAlvo(1:6)
           CALL 'CatalogarSpool' USING SpoolArquivo ProgramaPrevia
               SpoolTipo SpoolOperador SpoolAlvo SpoolRestrito
           DISPLAY 'Prévia gravada em ' ReportFileName.

       GRAVAR-PREVIA.
           MOVE 'N' TO FimPrevia
           PERFORM UNTIL FimPrevia = 'S'
               RETURN PreviaSortFile
                   AT END
                       MOVE 'S' TO FimPrevia
                   NOT AT END
                       IF PrimeiraLinha = 'N' AND
                               PrevAgencia NOT = AgenciaAtual
                           PERFORM GRAVAR-SUBTOTAL
                       END-IF
                       IF PrimeiraLinha = 'S' OR
                               PrevAgencia NOT = AgenciaAtual
                           MOVE 'N' TO PrimeiraLinha
                           MOVE PrevAgencia TO AgenciaAtual
                           MOVE 0 TO SubPrevisto
                           MOVE 0 TO SubAnterior
                           MOVE 0 TO SubQtde
                       END-IF
                       PERFORM GRAVAR-LINHA-CONTA
               END-RETURN
           END-PERFORM
           IF PrimeiraLinha = 'N'
               PERFORM GRAVAR-SUBTOTAL
           END-IF.

       GRAVAR-LINHA-CONTA.
           PERFORM APURAR-MES-ANTERIOR
           COMPUTE Diferenca = PrevValor - ValorAnterior
           ADD PrevValor TO SubPrevisto
           ADD ValorAnterior TO SubAnterior
           ADD 1 TO SubQtde
           ADD PrevValor TO TotPrevisto
           ADD ValorAnterior TO TotAnterior
           MOVE PrevValor TO ValorEdit
           MOVE ValorAnterior TO AnteriorEdit
           MOVE Diferenca TO DiferencaEdit
           MOVE SPACES TO ReportLine
           STRING PrevAgencia DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  PrevConta DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PrevTipoMov DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ValorEdit DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AnteriorEdit DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DiferencaEdit DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       GRAVAR-SUBTOTAL.
           MOVE SubPrevisto TO TotalEdit
           MOVE SubAnterior TO TotalAntEdit
           MOVE SPACES TO ReportLine
           STRING '  Subtotal agência ' DELIMITED BY SIZE
                  AgenciaAtual DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  SubQtde DELIMITED BY SIZE
                  ')  previsto R$ ' DELIMITED BY SIZE
                  TotalEdit DELIMITED BY SIZE
                  '  mês anterior R$ ' DELIMITED BY SIZE
                  TotalAntEdit DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * Lançado na conta no mês anterior com o mesmo tipo de
      * movimento, pela varredura posicionada na chave conta+data.
       APURAR-MES-ANTERIOR.
           MOVE 0 TO ValorAnterior
           IF MovimentoAberto = 'S'
               MOVE PrevConta TO MovimentacaoContaNumero
               MOVE SPACES TO MovimentacaoData
               MOVE MesAnterior TO MovimentacaoData(1:6)
               MOVE '00' TO MovimentacaoData(7:2)
               MOVE 0 TO MovimentacaoProtocolo
               MOVE 0 TO MovimentacaoSeqReg
               MOVE '00' TO MovFileStatus
               START MovimentacaoFile KEY >= MovimentacaoChave
                   INVALID KEY
                       MOVE '23' TO MovFileStatus
               END-START
               IF MovFileStatus = '00'
                   PERFORM UNTIL MovFileStatus = '10'
                       READ MovimentacaoFile NEXT RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF MovimentacaoContaNumero NOT =
                                       PrevConta OR
                                       MovimentacaoData(1:6) NOT =
                                           MesAnterior
                                   EXIT PERFORM
                               END-IF
                               IF MovimentacaoTipo = PrevTipoMov
                                   ADD MovimentacaoValor
                                       TO ValorAnterior
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

       END PROGRAM PreviaLancamento.
