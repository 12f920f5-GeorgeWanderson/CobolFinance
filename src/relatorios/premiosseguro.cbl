       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioPremiosSeguro.

      *****************************************************************
      *  RelatorioPremiosSeguro.cbl - Repasse mensal à seguradora do
      *  seguro prestamista. Lista os contratos de empréstimo com
      *  seguro contratados na competência e o prêmio financiado de
      *  cada um, com o total a repassar; em seguida as indenizações
      *  recebidas no mês (sinistros.dat) para conciliação.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestFileStatus.

           SELECT SinistroFile ASSIGN TO 'sinistros.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SinistroFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  EmprestimoFile.
       COPY EMPRESTREC.

       FD  SinistroFile.
       COPY SINISTREC.

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EmprestFileStatus   PIC XX.
       01  WS-SinistroFileStatus  PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-Competencia         PIC 9(6) VALUE 0.
       01  WS-DataCompetencia     PIC 9(6) VALUE 0.
       01  WS-QtdeContratos       PIC 9(5) VALUE 0.
       01  WS-TotalPremios        PIC 9(11)V99 VALUE 0.
       01  WS-QtdeIndenizados     PIC 9(5) VALUE 0.
       01  WS-TotalIndenizado     PIC 9(11)V99 VALUE 0.

       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       01  WS-ExecPrograma        PIC X(20) VALUE 'RelatorioPremiosSeg'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos           PIC 9(7) VALUE 0.
       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY 'Competência do repasse (AAAAMM): '
           ACCEPT WS-Competencia

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           OPEN INPUT EmprestimoFile
           IF WS-EmprestFileStatus NOT = '00'
               DISPLAY 'Nenhum contrato de empréstimo registrado.'
               STOP RUN
           END-IF

           STRING 'premios_seguro_' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile

           MOVE SPACES TO ReportLine
           STRING 'REPASSE DE PRÊMIOS - SEGURO PRESTAMISTA - '
                  DELIMITED BY SIZE
                  'competência ' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine

           MOVE SPACES TO ReportLine
           STRING 'Contrato  Conta    Principal     Prazo  Prêmio'
                  DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine

           PERFORM ListarPremios
           CLOSE EmprestimoFile

           MOVE SPACES TO ReportLine
           STRING 'Total a repassar: R$ ' DELIMITED BY SIZE
                  WS-TotalPremios DELIMITED BY SIZE
                  ' em ' DELIMITED BY SIZE
                  WS-QtdeContratos DELIMITED BY SIZE
                  ' contrato(s)' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine

           OPEN INPUT SinistroFile
           IF WS-SinistroFileStatus = '00'
               PERFORM ListarIndenizacoes
               CLOSE SinistroFile
           END-IF

           MOVE SPACES TO ReportLine
           STRING 'Indenizações recebidas: R$ ' DELIMITED BY SIZE
                  WS-TotalIndenizado DELIMITED BY SIZE
                  ' em ' DELIMITED BY SIZE
                  WS-QtdeIndenizados DELIMITED BY SIZE
                  ' sinistro(s)' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine

           CLOSE ReportFile
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-Competencia TO WS-SpoolAlvo(1:6)
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'RelatorioPremiosSeg ' 'SEGU' 'BATCH     '
               WS-SpoolAlvo 'N'

           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-QtdeContratos WS-QtdeIndenizados
               WS-ExecRejeitados WS-ExecSituacao
           STOP RUN.

      * Prêmio entra na competência da contratação; contratos
      * renegociados herdam a cobertura sem novo prêmio e não
      * aparecem aqui.
       ListarPremios.
           PERFORM UNTIL WS-EmprestFileStatus = '10'
               READ EmprestimoFile INTO EmprestimoRecord
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       COMPUTE WS-DataCompetencia =
                           EmprestimoDataContratacao / 100
                       IF WS-DataCompetencia = WS-Competencia AND
                               EmprestimoSegurado AND
                               EmprestimoValorPremio > 0 AND
                               NOT EmprestimoCancelado
                           MOVE SPACES TO ReportLine
                           STRING EmprestimoID DELIMITED BY SIZE
                                  '     ' DELIMITED BY SIZE
                                  EmprestimoContaNumero
                                      DELIMITED BY SIZE
                                  '  ' DELIMITED BY SIZE
                                  EmprestimoValorPrincipal
                                      DELIMITED BY SIZE
                                  '  ' DELIMITED BY SIZE
                                  EmprestimoPrazoMeses
                                      DELIMITED BY SIZE
                                  '    ' DELIMITED BY SIZE
                                  EmprestimoValorPremio
                                      DELIMITED BY SIZE
                               INTO ReportLine
                           WRITE ReportLine
                           DISPLAY ReportLine
                           ADD 1 TO WS-QtdeContratos
                           ADD EmprestimoValorPremio TO WS-TotalPremios
                       END-IF
               END-READ
           END-PERFORM.

       ListarIndenizacoes.
           PERFORM UNTIL WS-SinistroFileStatus = '10'
               READ SinistroFile INTO SinistroRecord
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       COMPUTE WS-DataCompetencia =
                           SinistroDataRetorno / 100
                       IF SinistroIndenizado AND
                               WS-DataCompetencia = WS-Competencia
                           MOVE SPACES TO ReportLine
                           STRING 'Sinistro ' DELIMITED BY SIZE
                                  SinistroID DELIMITED BY SIZE
                                  ' contrato ' DELIMITED BY SIZE
                                  SinistroEmprestimoID
                                      DELIMITED BY SIZE
                                  ' indenizado R$ ' DELIMITED BY SIZE
                                  SinistroValorIndenizado
                                      DELIMITED BY SIZE
                               INTO ReportLine
                           WRITE ReportLine
                           DISPLAY ReportLine
                           ADD 1 TO WS-QtdeIndenizados
                           ADD SinistroValorIndenizado
                               TO WS-TotalIndenizado
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM RelatorioPremiosSeguro.
