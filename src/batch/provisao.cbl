      *  regulamentar e sai no arquivo de provisão da competência
      *  (provisao_AAAAMM.dat) para a contabilidade. O relatório da
      *  rodada traz os totais por nível e a migração de nível de
      *  cada contrato desde a competência anterior. O cartão de
      *  crédito entra na mesma régua: cada conta cartão ativa com
      *  saldo devedor (compras, fatura e rotativo) é classificada
      *  pelos dias desde o vencimento pago abaixo do mínimo.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParcelaFileStatus.

           SELECT ContaCartaoFile ASSIGN TO 'contas_cartao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CCredFileStatus.

           SELECT ProvisaoFile ASSIGN DYNAMIC WS-ProvisaoFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  ParcelaFile.
       COPY PARCREC.

       FD  ContaCartaoFile.
       COPY CCREDREC.

       FD  ProvisaoFile.
       01  ProvisaoRecord.
           05  ProvEmprestimoID       PIC 9(5).
           05  ProvSaldoDevedor       PIC 9(9)V99.
           05  ProvPercentual         PIC 9(3)V99.
           05  ProvValor              PIC 9(9)V99.
      *        'EP' contrato de empréstimo (ProvEmprestimoID);
      *        'CC' cartão de crédito (ProvEmprestimoID = cliente).
           05  ProvModalidade         PIC X(2).

       FD  ProvisaoAntFile.
       01  ProvisaoAntRecord.
           05  ProvAntSaldoDevedor    PIC 9(9)V99.
           05  ProvAntPercentual      PIC 9(3)V99.
           05  ProvAntValor           PIC 9(9)V99.
      *        Branco nas competências anteriores ao cartão: 'EP'.
           05  ProvAntModalidade      PIC X(2).

       FD  ReportFile.
       01  ReportLine                 PIC X(132).
       01  WS-ProvFileStatus      PIC XX.
       01  WS-ProvAntStatus       PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-CCredFileStatus     PIC XX.
       01  WS-ProvisaoFileName    PIC X(40).
       01  WS-ProvisaoAntName     PIC X(40).
       01  WS-ReportFileName      PIC X(40).
       01  WS-DiasAtraso          PIC 9(5) VALUE 0.
       01  WS-VencMaisAntigo      PIC 9(8) VALUE 0.
       01  WS-SaldoDevedor        PIC 9(9)V99 VALUE 0.
       01  WS-ParcelaAberta       PIC 9(7)V99 VALUE 0.
       01  WS-Nivel               PIC X(2).
       01  WS-Percentual          PIC 9(3)V99 VALUE 0.
       01  WS-ValorProvisao       PIC 9(9)V99 VALUE 0.
       01  WS-OrdinalAnterior     PIC 9(2) VALUE 0.
       01  WS-MigracoesPiora      PIC 9(5) VALUE 0.
       01  WS-MigracoesMelhora    PIC 9(5) VALUE 0.
       01  WS-ProvChave           PIC 9(5) VALUE 0.
       01  WS-ProvConta           PIC 9(7) VALUE 0.
       01  WS-ProvModalidade      PIC X(2).
       01  WS-ModalidadeAnt       PIC X(2).
       01  WS-CartoesAtivos       PIC 9(5) VALUE 0.
      * Totais por nível na ordem AA, A, B, C, D, E, F, G, H.
       01  WS-NiveisTabela.
           05  WS-NivelLinha OCCURS 9 TIMES.

           PERFORM EscreverCabecalho
           PERFORM ClassificarCarteira
           PERFORM ClassificarCartoes
           PERFORM EscreverTotaisPorNivel

           CLOSE ReportFile
               WS-ExecSituacao

           DISPLAY 'Contratos classificados: ' WS-ContratosAtivos
           DISPLAY 'Contas cartão classificadas: ' WS-CartoesAtivos
           DISPLAY 'Carteira: R$ ' WS-TotalCarteira
               '  Provisão: R$ ' WS-TotalProvisao
           DISPLAY 'Arquivo de provisão: ' WS-ProvisaoFileName
                                       ParcelaAtrasada)
                               IF ParcelaDataVencimento <
                                       WS-DataHojeOrd
                                   MOVE ParcelaValor
                                       TO WS-ParcelaAberta
                                   IF WS-VencMaisAntigo = 0 OR
                                           ParcelaDataVencimento <
                                               WS-VencMaisAntigo
                                           TO WS-VencMaisAntigo
                                   END-IF
                               ELSE
                                   MOVE ParcelaValorAmortizacao
                                       TO WS-ParcelaAberta
                               END-IF
                               PERFORM DeduzirValorPago
                               ADD WS-ParcelaAberta TO WS-SaldoDevedor
                           END-IF
                   END-READ
               END-PERFORM
                   FUNCTION INTEGER-OF-DATE(WS-VencMaisAntigo)
           END-IF

           MOVE EmprestimoID TO WS-ProvChave
           MOVE EmprestimoContaNumero TO WS-ProvConta
           MOVE 'EP' TO WS-ProvModalidade
           PERFORM RegistrarProvisao.

      * Parcela com pagamento parcial: só o que falta receber entra
      * no saldo (linhas antigas trazem o campo em branco).
       DeduzirValorPago.
           IF ParcelaValorPago NOT NUMERIC
               MOVE 0 TO ParcelaValorPago
           END-IF
           IF ParcelaValorPago < WS-ParcelaAberta
               SUBTRACT ParcelaValorPago FROM WS-ParcelaAberta
           ELSE
               MOVE 0 TO WS-ParcelaAberta
           END-IF.

      * Cartão de crédito: saldo devedor é tudo o que consome o
      * limite; atraso conta do vencimento pago abaixo do mínimo.
       ClassificarCartoes.
           OPEN INPUT ContaCartaoFile
           IF WS-CCredFileStatus = '00'
               PERFORM UNTIL WS-CCredFileStatus = '10'
                   READ ContaCartaoFile INTO ContaCartaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           COMPUTE WS-SaldoDevedor =
                               CCredSaldoCompras + CCredSaldoFaturado
                               + CCredSaldoRotativo
                           IF CCredAtiva AND WS-SaldoDevedor > 0
                               ADD 1 TO WS-CartoesAtivos
                               PERFORM ClassificarCartao
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContaCartaoFile
           END-IF.

       ClassificarCartao.
           IF CCredDataAtraso = 0
               MOVE 0 TO WS-DiasAtraso
           ELSE
               COMPUTE WS-DiasAtraso =
                   FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) -
                   FUNCTION INTEGER-OF-DATE(CCredDataAtraso)
           END-IF
           MOVE CCredClienteID TO WS-ProvChave
           MOVE CCredContaNumero TO WS-ProvConta
           MOVE 'CC' TO WS-ProvModalidade
           PERFORM RegistrarProvisao.

       RegistrarProvisao.
           PERFORM DeterminarNivel
           COMPUTE WS-ValorProvisao ROUNDED =
               WS-SaldoDevedor * WS-Percentual / 100

           MOVE WS-ProvChave TO ProvEmprestimoID
           MOVE WS-ProvConta TO ProvContaNumero
           MOVE WS-ProvModalidade TO ProvModalidade
           MOVE WS-Nivel TO ProvNivel
           MOVE WS-DiasAtraso TO ProvDiasAtraso
           MOVE WS-SaldoDevedor TO ProvSaldoDevedor

      * Migração de nível: compara com o arquivo de provisão da
      * competência anterior; contrato novo na carteira não conta
      * como migração. A chave é a modalidade mais o contrato (ou
      * o cliente, no cartão).
       CompararComAnterior.
           MOVE SPACES TO WS-NivelAnterior
           OPEN INPUT ProvisaoAntFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE ProvAntModalidade TO WS-ModalidadeAnt
                           IF WS-ModalidadeAnt = SPACES
                               MOVE 'EP' TO WS-ModalidadeAnt
                           END-IF
                           IF ProvAntEmprestimoID = WS-ProvChave AND
                                   WS-ModalidadeAnt = WS-ProvModalidade
                               MOVE ProvAntNivel TO WS-NivelAnterior
                               EXIT PERFORM
                           END-IF
                   ADD 1 TO WS-MigracoesMelhora
               END-IF
               MOVE SPACES TO ReportLine
               STRING 'MIGRAÇÃO ' DELIMITED BY SIZE
                      WS-ProvModalidade DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-ProvChave DELIMITED BY SIZE
                      ': nível ' DELIMITED BY SIZE
                      WS-NivelAnterior DELIMITED BY SIZE
                      ' -> ' DELIMITED BY SIZE
