       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioCarteira.

      *****************************************************************
      *  RelatorioCarteira.cbl - Relatório mensal da carteira de cada
      *  gerente de relacionamento. Para cada cliente encarteirado
      *  (ClienteGerente) mostra o saldo médio do mês de suas contas
      *  (saldos_diarios.dat), a posição em aplicações ativas, os
      *  contratos de empréstimo com parcela em atraso, o cheque
      *  especial em uso na data da rodada e a marca de revisão KYC
      *  vencida (mesmos prazos do RevisarKYC: risco alto 6 meses,
      *  médio 12, baixo 24). Cada gerente fecha com o total da
      *  carteira; clientes ainda sem gerente saem num bloco próprio
      *  no fim, para o encarteiramento.
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

           SELECT SaldoDiarioFile ASSIGN TO 'saldos_diarios.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SaldoDiaStatus.

           SELECT AplicacaoFile ASSIGN TO 'aplicacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AplicStatus.

           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
       COPY CLIEREC.

       FD  ContaFile.
       COPY CONTAREC.

       FD  SaldoDiarioFile.
       COPY SALDODIAREC.

       FD  AplicacaoFile.
       COPY APLICREC.

       FD  EmprestimoFile.
       COPY EMPRESTREC.

       FD  ReportFile.
       01  ReportLine              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ClienteFileStatus   PIC XX.
       01  WS-FileStatus          PIC XX.
       01  WS-SaldoDiaStatus      PIC XX.
       01  WS-AplicStatus         PIC XX.
       01  WS-EmprestStatus       PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-Competencia         PIC 9(6) VALUE 0.
       01  WS-RegCompetencia      PIC 9(6) VALUE 0.
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-HojeAnoMes          PIC 9(6) VALUE 0.
       01  WS-RevisaoAnoMes       PIC 9(6) VALUE 0.
       01  WS-MesesSemRevisao     PIC 9(5) VALUE 0.
       01  WS-PrazoMeses          PIC 9(3) VALUE 0.
      * Clientes da carteira, com os totais apurados.
       01  WS-ClQtde              PIC 9(4) VALUE 0.
       01  WS-ClTabela.
           05  WS-ClLinha OCCURS 1000 TIMES.
               10  WS-ClID            PIC 9(5).
               10  WS-ClNome          PIC A(30).
               10  WS-ClGerente       PIC X(10).
               10  WS-ClSaldoMedio    PIC S9(11)V99.
               10  WS-ClAplicacoes    PIC 9(11)V99.
               10  WS-ClEmpAtraso     PIC 9(3).
               10  WS-ClValorAtraso   PIC 9(9)V99.
               10  WS-ClChequeEsp     PIC 9(9)V99.
               10  WS-ClKYCVencida    PIC X(1).
       01  WS-ClIdx               PIC 9(4) VALUE 0.
      * Contas dos clientes da carteira, com o acumulado do mês.
       01  WS-CtQtde              PIC 9(4) VALUE 0.
       01  WS-CtTabela.
           05  WS-CtLinha OCCURS 2000 TIMES.
               10  WS-CtConta         PIC 9(7).
               10  WS-CtCliIdx        PIC 9(4).
               10  WS-CtSoma          PIC S9(11)V99.
               10  WS-CtDias          PIC 9(3).
       01  WS-CtIdx               PIC 9(4) VALUE 0.
       01  WS-CtAchada            PIC X VALUE 'N'.
       01  WS-ContaProcurada      PIC 9(7) VALUE 0.
      * Gerentes encontrados na carteira, na ordem de leitura.
       01  WS-GrQtde              PIC 9(3) VALUE 0.
       01  WS-GrTabela.
           05  WS-GrGerente OCCURS 200 TIMES PIC X(10).
       01  WS-GrIdx               PIC 9(3) VALUE 0.
       01  WS-GrAchado            PIC X VALUE 'N'.
       01  WS-GerenteCorrente     PIC X(10) VALUE SPACES.
       01  WS-TabelaEstourada     PIC X VALUE 'N'.
      * Totais do gerente corrente.
       01  WS-TotClientes         PIC 9(5) VALUE 0.
       01  WS-TotSaldoMedio       PIC S9(13)V99 VALUE 0.
       01  WS-TotAplicacoes       PIC 9(13)V99 VALUE 0.
       01  WS-TotEmpAtraso        PIC 9(5) VALUE 0.
       01  WS-TotChequeEsp        PIC 9(11)V99 VALUE 0.
       01  WS-TotKYCVencida       PIC 9(5) VALUE 0.
       01  WS-MedioEd             PIC -(10)9.99.
       01  WS-AplicEd             PIC Z(10)9.99.
       01  WS-AtrasoEd            PIC Z(8)9.99.
       01  WS-ChequeEd            PIC Z(8)9.99.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY 'Competência da carteira (AAAAMM): '
           ACCEPT WS-Competencia
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           COMPUTE WS-HojeAnoMes =
               WS-DataHojeOrd / 10000 * 12 +
               FUNCTION MOD(WS-DataHojeOrd / 100, 100)

           PERFORM CarregarClientes
           IF WS-ClQtde = 0
               DISPLAY 'Nenhum cliente ativo no cadastro.'
               STOP RUN
           END-IF
           PERFORM CarregarContas
           PERFORM SomarSaldosDiarios
           PERFORM SomarAplicacoes
           PERFORM SomarEmprestimosAtraso
           PERFORM ApurarSaldoMedio

           STRING 'carteira_' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING 'CARTEIRA POR GERENTE DE RELACIONAMENTO - '
                  DELIMITED BY SIZE
                  'competência ' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine

           PERFORM VARYING WS-GrIdx FROM 1 BY 1
                   UNTIL WS-GrIdx > WS-GrQtde
               MOVE WS-GrGerente(WS-GrIdx) TO WS-GerenteCorrente
               PERFORM EscreverCarteira
           END-PERFORM
           MOVE SPACES TO WS-GerenteCorrente
           PERFORM EscreverCarteira

           IF WS-TabelaEstourada = 'S'
               MOVE 'AVISO: tabela de clientes/contas esgotada.'
                   TO ReportLine
               WRITE ReportLine
               DISPLAY ReportLine
           END-IF
           CLOSE ReportFile
           DISPLAY 'Gerentes com carteira: ' WS-GrQtde
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           STOP RUN.

       CarregarClientes.
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '00'
               PERFORM UNTIL WS-ClienteFileStatus = '10'
                   READ ClienteFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ClienteAtivo OR ClienteBloqueado
                               PERFORM IncluirCliente
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ClienteFile
           END-IF.

       IncluirCliente.
           IF WS-ClQtde < 1000
               ADD 1 TO WS-ClQtde
               MOVE ClienteID TO WS-ClID(WS-ClQtde)
               MOVE ClienteNome TO WS-ClNome(WS-ClQtde)
               MOVE ClienteGerente TO WS-ClGerente(WS-ClQtde)
               MOVE 0 TO WS-ClSaldoMedio(WS-ClQtde)
               MOVE 0 TO WS-ClAplicacoes(WS-ClQtde)
               MOVE 0 TO WS-ClEmpAtraso(WS-ClQtde)
               MOVE 0 TO WS-ClValorAtraso(WS-ClQtde)
               MOVE 0 TO WS-ClChequeEsp(WS-ClQtde)
               PERFORM VerificarRevisaoVencida
               IF ClienteGerente NOT = SPACES
                   PERFORM RegistrarGerente
               END-IF
           ELSE
               MOVE 'S' TO WS-TabelaEstourada
           END-IF.

      * Mesmo critério do RevisarKYC: prazo pelo grau de risco,
      * contado da última revisão (nunca revisado = vencido).
       VerificarRevisaoVencida.
           EVALUATE ClienteRisco
               WHEN 'A'
                   MOVE 6 TO WS-PrazoMeses
               WHEN 'M'
                   MOVE 12 TO WS-PrazoMeses
               WHEN OTHER
                   MOVE 24 TO WS-PrazoMeses
           END-EVALUATE
           IF ClienteDataRevisao = 0
               MOVE WS-PrazoMeses TO WS-MesesSemRevisao
           ELSE
               COMPUTE WS-RevisaoAnoMes =
                   ClienteDataRevisao / 10000 * 12 +
                   FUNCTION MOD(ClienteDataRevisao / 100, 100)
               COMPUTE WS-MesesSemRevisao =
                   WS-HojeAnoMes - WS-RevisaoAnoMes
           END-IF
           IF WS-MesesSemRevisao >= WS-PrazoMeses
               MOVE 'S' TO WS-ClKYCVencida(WS-ClQtde)
           ELSE
               MOVE 'N' TO WS-ClKYCVencida(WS-ClQtde)
           END-IF.

       RegistrarGerente.
           MOVE 'N' TO WS-GrAchado
           PERFORM VARYING WS-GrIdx FROM 1 BY 1
                   UNTIL WS-GrIdx > WS-GrQtde
               IF WS-GrGerente(WS-GrIdx) = ClienteGerente
                   MOVE 'S' TO WS-GrAchado
               END-IF
           END-PERFORM
           IF WS-GrAchado = 'N' AND WS-GrQtde < 200
               ADD 1 TO WS-GrQtde
               MOVE ClienteGerente TO WS-GrGerente(WS-GrQtde)
           END-IF.

      * Contas ativas dos clientes carregados; o cheque especial em
      * uso é o saldo negativo da conta na data da rodada.
       CarregarContas.
           OPEN INPUT ContaFile
           IF WS-FileStatus = '00'
               PERFORM UNTIL WS-FileStatus = '10'
                   READ ContaFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF NOT ContaEncerrada
                               PERFORM IncluirConta
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContaFile
           END-IF.

       IncluirConta.
           PERFORM VARYING WS-ClIdx FROM 1 BY 1
                   UNTIL WS-ClIdx > WS-ClQtde
                      OR WS-ClID(WS-ClIdx) = ContaClienteID
               CONTINUE
           END-PERFORM
           IF WS-ClIdx <= WS-ClQtde
               IF WS-CtQtde < 2000
                   ADD 1 TO WS-CtQtde
                   MOVE ContaNumero TO WS-CtConta(WS-CtQtde)
                   MOVE WS-ClIdx TO WS-CtCliIdx(WS-CtQtde)
                   MOVE 0 TO WS-CtSoma(WS-CtQtde)
                   MOVE 0 TO WS-CtDias(WS-CtQtde)
                   IF ContaSaldo < 0
                       COMPUTE WS-ClChequeEsp(WS-ClIdx) =
                           WS-ClChequeEsp(WS-ClIdx) - ContaSaldo
                   END-IF
               ELSE
                   MOVE 'S' TO WS-TabelaEstourada
               END-IF
           END-IF.

       LocalizarConta.
           MOVE 'N' TO WS-CtAchada
           PERFORM VARYING WS-CtIdx FROM 1 BY 1
                   UNTIL WS-CtIdx > WS-CtQtde
               IF WS-CtConta(WS-CtIdx) = WS-ContaProcurada
                   MOVE 'S' TO WS-CtAchada
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SomarSaldosDiarios.
           OPEN INPUT SaldoDiarioFile
           IF WS-SaldoDiaStatus = '00'
               PERFORM UNTIL WS-SaldoDiaStatus = '10'
                   READ SaldoDiarioFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           COMPUTE WS-RegCompetencia =
                               SaldoDiaData / 100
                           IF WS-RegCompetencia = WS-Competencia
                               MOVE SaldoDiaConta
                                   TO WS-ContaProcurada
                               PERFORM LocalizarConta
                               IF WS-CtAchada = 'S'
                                   ADD SaldoDiaValorBRL
                                       TO WS-CtSoma(WS-CtIdx)
                                   ADD 1 TO WS-CtDias(WS-CtIdx)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SaldoDiarioFile
           END-IF.

       SomarAplicacoes.
           OPEN INPUT AplicacaoFile
           IF WS-AplicStatus = '00'
               PERFORM UNTIL WS-AplicStatus = '10'
                   READ AplicacaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AplicacaoAtiva
                               MOVE AplicacaoContaNumero
                                   TO WS-ContaProcurada
                               PERFORM LocalizarConta
                               IF WS-CtAchada = 'S'
                                   MOVE WS-CtCliIdx(WS-CtIdx)
                                       TO WS-ClIdx
                                   ADD AplicacaoSaldoAtual
                                       TO WS-ClAplicacoes(WS-ClIdx)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AplicacaoFile
           END-IF.

      * Contrato ativo com parcela em atraso: conta o contrato e o
      * valor das parcelas atrasadas.
       SomarEmprestimosAtraso.
           OPEN INPUT EmprestimoFile
           IF WS-EmprestStatus = '00'
               PERFORM UNTIL WS-EmprestStatus = '10'
                   READ EmprestimoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EmprestimoAtivo AND
                                   EmprestimoParcelasAtraso > 0
                               MOVE EmprestimoContaNumero
                                   TO WS-ContaProcurada
                               PERFORM LocalizarConta
                               IF WS-CtAchada = 'S'
                                   PERFORM AcumularAtraso
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF.

       AcumularAtraso.
           MOVE WS-CtCliIdx(WS-CtIdx) TO WS-ClIdx
           ADD 1 TO WS-ClEmpAtraso(WS-ClIdx)
           COMPUTE WS-ClValorAtraso(WS-ClIdx) =
               WS-ClValorAtraso(WS-ClIdx) +
               EmprestimoParcelasAtraso * EmprestimoValorParcela.

      * Saldo médio do cliente: soma dos saldos médios do mês de
      * cada conta (valor em reais, para as contas em moeda).
       ApurarSaldoMedio.
           PERFORM VARYING WS-CtIdx FROM 1 BY 1
                   UNTIL WS-CtIdx > WS-CtQtde
               IF WS-CtDias(WS-CtIdx) > 0
                   MOVE WS-CtCliIdx(WS-CtIdx) TO WS-ClIdx
                   COMPUTE WS-ClSaldoMedio(WS-ClIdx) ROUNDED =
                       WS-ClSaldoMedio(WS-ClIdx) +
                       WS-CtSoma(WS-CtIdx) / WS-CtDias(WS-CtIdx)
               END-IF
           END-PERFORM.

       EscreverCarteira.
           MOVE 0 TO WS-TotClientes
           MOVE 0 TO WS-TotSaldoMedio
           MOVE 0 TO WS-TotAplicacoes
           MOVE 0 TO WS-TotEmpAtraso
           MOVE 0 TO WS-TotChequeEsp
           MOVE 0 TO WS-TotKYCVencida
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           IF WS-GerenteCorrente = SPACES
               MOVE 'CLIENTES SEM GERENTE DE RELACIONAMENTO'
                   TO ReportLine
           ELSE
               STRING 'GERENTE ' DELIMITED BY SIZE
                      WS-GerenteCorrente DELIMITED BY SIZE
                   INTO ReportLine
           END-IF
           WRITE ReportLine
           DISPLAY ReportLine
           MOVE 'Cliente Nome                           Saldo médio  '
               TO ReportLine
           MOVE '   Aplicações  Empr.atraso     Valor atraso  Ch.esp'
               TO ReportLine(54:51)
           MOVE 'ecial uso KYC' TO ReportLine(105:13)
           WRITE ReportLine

           PERFORM VARYING WS-ClIdx FROM 1 BY 1
                   UNTIL WS-ClIdx > WS-ClQtde
               IF WS-ClGerente(WS-ClIdx) = WS-GerenteCorrente
                   PERFORM EscreverLinhaCliente
               END-IF
           END-PERFORM

           MOVE WS-TotSaldoMedio TO WS-MedioEd
           MOVE WS-TotAplicacoes TO WS-AplicEd
           MOVE WS-TotChequeEsp TO WS-ChequeEd
           MOVE SPACES TO ReportLine
           STRING 'Total da carteira: ' DELIMITED BY SIZE
                  WS-TotClientes DELIMITED BY SIZE
                  ' clientes, saldo médio ' DELIMITED BY SIZE
                  WS-MedioEd DELIMITED BY SIZE
                  ', aplicações ' DELIMITED BY SIZE
                  WS-AplicEd DELIMITED BY SIZE
                  ', ch. especial ' DELIMITED BY SIZE
                  WS-ChequeEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine
           MOVE SPACES TO ReportLine
           STRING '   Contratos em atraso: ' DELIMITED BY SIZE
                  WS-TotEmpAtraso DELIMITED BY SIZE
                  '   Revisões KYC vencidas: ' DELIMITED BY SIZE
                  WS-TotKYCVencida DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine.

       EscreverLinhaCliente.
           ADD 1 TO WS-TotClientes
           ADD WS-ClSaldoMedio(WS-ClIdx) TO WS-TotSaldoMedio
           ADD WS-ClAplicacoes(WS-ClIdx) TO WS-TotAplicacoes
           ADD WS-ClEmpAtraso(WS-ClIdx) TO WS-TotEmpAtraso
           ADD WS-ClChequeEsp(WS-ClIdx) TO WS-TotChequeEsp
           IF WS-ClKYCVencida(WS-ClIdx) = 'S'
               ADD 1 TO WS-TotKYCVencida
           END-IF
           MOVE WS-ClSaldoMedio(WS-ClIdx) TO WS-MedioEd
           MOVE WS-ClAplicacoes(WS-ClIdx) TO WS-AplicEd
           MOVE WS-ClValorAtraso(WS-ClIdx) TO WS-AtrasoEd
           MOVE WS-ClChequeEsp(WS-ClIdx) TO WS-ChequeEd
           MOVE SPACES TO ReportLine
           STRING WS-ClID(WS-ClIdx) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-ClNome(WS-ClIdx) DELIMITED BY SIZE
                  WS-MedioEd DELIMITED BY SIZE
                  WS-AplicEd DELIMITED BY SIZE
                  '          ' DELIMITED BY SIZE
                  WS-ClEmpAtraso(WS-ClIdx) DELIMITED BY SIZE
                  WS-AtrasoEd DELIMITED BY SIZE
                  WS-ChequeEd DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ClKYCVencida(WS-ClIdx) DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       END PROGRAM RelatorioCarteira.
