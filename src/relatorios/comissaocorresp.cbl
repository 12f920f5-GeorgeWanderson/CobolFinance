       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioComissaoCorresp.

      *****************************************************************
      *  RelatorioComissaoCorresp.cbl - Relatório mensal de comissões
      *  da rede de correspondentes. Soma, por correspondente, os
      *  acertos diários da competência gravados em
      *  comissoes_correspondentes.dat: quantidade, valor e comissão
      *  por tipo de transação (depósito, saque, boleto), recusas e
      *  acerto líquido do mês. Gravado em
      *  comissoes_corresp_<AAAAMM>.txt e catalogado no spool.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CorrespondenteFile ASSIGN TO 'correspondentes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CorrFileStatus.

           SELECT ComissaoFile ASSIGN TO 'comissoes_correspondentes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ComFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CorrespondenteFile.
       COPY CORRESPREC.

       FD  ComissaoFile.
       COPY COMCORRREC.

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CorrFileStatus      PIC XX.
       01  WS-ComFileStatus       PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-Competencia         PIC 9(6) VALUE 0.
       01  WS-ComCompetencia      PIC 9(6) VALUE 0.
       01  WS-QtdeCorresp         PIC 9(5) VALUE 0.
       01  WS-QtdeDep             PIC 9(7) VALUE 0.
       01  WS-ValorDep            PIC 9(11)V99 VALUE 0.
       01  WS-ComDep              PIC 9(9)V99 VALUE 0.
       01  WS-QtdeSaq             PIC 9(7) VALUE 0.
       01  WS-ValorSaq            PIC 9(11)V99 VALUE 0.
       01  WS-ComSaq              PIC 9(9)V99 VALUE 0.
       01  WS-QtdeBol             PIC 9(7) VALUE 0.
       01  WS-ValorBol            PIC 9(11)V99 VALUE 0.
       01  WS-ComBol              PIC 9(9)V99 VALUE 0.
       01  WS-QtdeRecusada        PIC 9(7) VALUE 0.
       01  WS-AcertoMes           PIC S9(11)V99 VALUE 0.
       01  WS-ComissaoMes         PIC 9(9)V99 VALUE 0.
       01  WS-TotalComissao       PIC 9(11)V99 VALUE 0.
       01  WS-TotalDep            PIC 9(7) VALUE 0.
       01  WS-TotalSaq            PIC 9(7) VALUE 0.
       01  WS-TotalBol            PIC 9(7) VALUE 0.
       01  WS-ValorEd             PIC -(10)9.99.
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-AnoComp             PIC 9(4) VALUE 0.
       01  WS-MesComp             PIC 9(2) VALUE 0.

       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje

      *    Sem competência informada, vale o mês anterior.
           DISPLAY 'Competência (AAAAMM, ENTER = mês anterior): '
           ACCEPT WS-Competencia
           IF WS-Competencia = 0
               MOVE WS-AnoHoje TO WS-AnoComp
               MOVE WS-MesHoje TO WS-MesComp
               IF WS-MesComp = 1
                   MOVE 12 TO WS-MesComp
                   SUBTRACT 1 FROM WS-AnoComp
               ELSE
                   SUBTRACT 1 FROM WS-MesComp
               END-IF
               COMPUTE WS-Competencia = WS-AnoComp * 100 + WS-MesComp
           END-IF

           STRING 'comissoes_corresp_' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile

           MOVE 'Gerando relatório de comissões...' TO WS-Mensagem
           DISPLAY WS-Mensagem

           MOVE SPACES TO ReportLine
           STRING 'COMISSÕES DA REDE DE CORRESPONDENTES - '
                      DELIMITED BY SIZE
                  'COMPETÊNCIA ' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE '==============================' TO ReportLine
           WRITE ReportLine

           OPEN INPUT CorrespondenteFile
           IF WS-CorrFileStatus = '00'
               PERFORM UNTIL WS-CorrFileStatus = '10'
                   READ CorrespondenteFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM SomarCorrespondente
                           IF WS-QtdeDep > 0 OR WS-QtdeSaq > 0 OR
                                   WS-QtdeBol > 0 OR
                                   WS-QtdeRecusada > 0
                               PERFORM EscreverCorrespondente
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CorrespondenteFile
           END-IF

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Correspondentes com movimento: ' DELIMITED BY SIZE
                  WS-QtdeCorresp DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Transações: depósitos ' DELIMITED BY SIZE
                  WS-TotalDep DELIMITED BY SIZE
                  '  saques ' DELIMITED BY SIZE
                  WS-TotalSaq DELIMITED BY SIZE
                  '  boletos ' DELIMITED BY SIZE
                  WS-TotalBol DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Total de comissões do mês: R$ ' DELIMITED BY SIZE
                  WS-TotalComissao DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile

           DISPLAY 'Comissões da competência ' WS-Competencia
               ': R$ ' WS-TotalComissao
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-Competencia TO WS-SpoolAlvo(1:6)
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'RelatorioComissaoCor' 'CCOM' 'BATCH     '
               WS-SpoolAlvo 'N'
           STOP RUN.

       SomarCorrespondente.
           MOVE 0 TO WS-QtdeDep
           MOVE 0 TO WS-ValorDep
           MOVE 0 TO WS-ComDep
           MOVE 0 TO WS-QtdeSaq
           MOVE 0 TO WS-ValorSaq
           MOVE 0 TO WS-ComSaq
           MOVE 0 TO WS-QtdeBol
           MOVE 0 TO WS-ValorBol
           MOVE 0 TO WS-ComBol
           MOVE 0 TO WS-QtdeRecusada
           MOVE 0 TO WS-AcertoMes
           OPEN INPUT ComissaoFile
           IF WS-ComFileStatus = '00'
               PERFORM UNTIL WS-ComFileStatus = '10'
                   READ ComissaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE ComCorrData(1:6) TO WS-ComCompetencia
                           IF ComCorrCodigo = CorrespCodigo AND
                                   WS-ComCompetencia = WS-Competencia
                               PERFORM AcumularDia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ComissaoFile
           END-IF.

       AcumularDia.
           ADD ComCorrQtdeDeposito TO WS-QtdeDep
           ADD ComCorrValorDeposito TO WS-ValorDep
           ADD ComCorrComDeposito TO WS-ComDep
           ADD ComCorrQtdeSaque TO WS-QtdeSaq
           ADD ComCorrValorSaque TO WS-ValorSaq
           ADD ComCorrComSaque TO WS-ComSaq
           ADD ComCorrQtdeBoleto TO WS-QtdeBol
           ADD ComCorrValorBoleto TO WS-ValorBol
           ADD ComCorrComBoleto TO WS-ComBol
           ADD ComCorrQtdeRecusada TO WS-QtdeRecusada
           ADD ComCorrAcertoLiquido TO WS-AcertoMes.

       EscreverCorrespondente.
           ADD 1 TO WS-QtdeCorresp
           COMPUTE WS-ComissaoMes = WS-ComDep + WS-ComSaq + WS-ComBol
           ADD WS-ComissaoMes TO WS-TotalComissao
           ADD WS-QtdeDep TO WS-TotalDep
           ADD WS-QtdeSaq TO WS-TotalSaq
           ADD WS-QtdeBol TO WS-TotalBol

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING CorrespCodigo DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CorrespNome DELIMITED BY SIZE
                  ' ag ' DELIMITED BY SIZE
                  CorrespAgencia DELIMITED BY SIZE
                  ' [' DELIMITED BY SIZE
                  CorrespStatus DELIMITED BY SIZE
                  ']' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '  Depósitos: ' DELIMITED BY SIZE
                  WS-QtdeDep DELIMITED BY SIZE
                  '  R$ ' DELIMITED BY SIZE
                  WS-ValorDep DELIMITED BY SIZE
                  '  comissão R$ ' DELIMITED BY SIZE
                  WS-ComDep DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '  Saques...: ' DELIMITED BY SIZE
                  WS-QtdeSaq DELIMITED BY SIZE
                  '  R$ ' DELIMITED BY SIZE
                  WS-ValorSaq DELIMITED BY SIZE
                  '  comissão R$ ' DELIMITED BY SIZE
                  WS-ComSaq DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '  Boletos..: ' DELIMITED BY SIZE
                  WS-QtdeBol DELIMITED BY SIZE
                  '  R$ ' DELIMITED BY SIZE
                  WS-ValorBol DELIMITED BY SIZE
                  '  comissão R$ ' DELIMITED BY SIZE
                  WS-ComBol DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE WS-AcertoMes TO WS-ValorEd
           MOVE SPACES TO ReportLine
           STRING '  Recusadas: ' DELIMITED BY SIZE
                  WS-QtdeRecusada DELIMITED BY SIZE
                  '  Comissão do mês R$ ' DELIMITED BY SIZE
                  WS-ComissaoMes DELIMITED BY SIZE
                  '  Acerto líquido R$ ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       END PROGRAM RelatorioComissaoCorresp.
