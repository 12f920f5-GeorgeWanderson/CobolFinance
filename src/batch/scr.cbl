      *  exposição ativa: contratos de empréstimo (modalidade, valor
      *  contratado, saldo devedor e faixa de atraso) e o uso de
      *  cheque especial (saldo negativo da conta mais os juros
      *  acumulados em cheque_especial.dat) e o cartão de crédito
      *  (limite, saldo devedor da conta cartão e atraso desde o
      *  vencimento pago abaixo do mínimo). O arquivo leva header
      *  com data e sequência e trailer com contagem e soma dos
      *  valores; o controle de execução impede declarar a mesma
      *  competência duas vezes. Sai junto o relatório de conferência
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ChEspFileStatus.

           SELECT ContaCartaoFile ASSIGN TO 'contas_cartao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CCredFileStatus.

           SELECT RemessaFile ASSIGN DYNAMIC WS-RemessaFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  ChEspecialFile.
       COPY CHESPREC.

       FD  ContaCartaoFile.
       COPY CCREDREC.

       FD  RemessaFile.
       01  RemessaRegistro            PIC X(60).
       01  RemessaHeader REDEFINES RemessaRegistro.
           05  DetCPF                 PIC X(11).
           05  DetModalidade          PIC X(2).
      *        'EP' empréstimo comum, 'EC' consignado,
      *        'CE' cheque especial, 'CC' cartão de crédito.
           05  DetValorContratado     PIC 9(9)V99.
           05  DetSaldoDevedor        PIC 9(9)V99.
           05  DetFaixaAtraso         PIC 9(1).
       01  WS-EmprestFileStatus   PIC XX.
       01  WS-ParcelaFileStatus   PIC XX.
       01  WS-ChEspFileStatus     PIC XX.
       01  WS-CCredFileStatus     PIC XX.
       01  WS-RemFileStatus       PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-RemessaFileName     PIC X(40).
       01  WS-CpfEncontrado       PIC X VALUE 'N'.
       01  WS-ClienteIDConta      PIC 9(5) VALUE 0.
       01  WS-SaldoDevedor        PIC 9(9)V99 VALUE 0.
       01  WS-ParcelaAberta       PIC 9(7)V99 VALUE 0.
       01  WS-DiasAtraso          PIC 9(5) VALUE 0.
       01  WS-VencMaisAntigo      PIC 9(8) VALUE 0.
       01  WS-Declarados          PIC 9(7) VALUE 0.
       01  WS-ChEspDeclarados     PIC 9(7) VALUE 0.
       01  WS-ExposicaoChEsp      PIC 9(9)V99 VALUE 0.
       01  WS-JurosChEsp          PIC 9(7)V99 VALUE 0.
       01  WS-CartaoDeclarados    PIC 9(7) VALUE 0.
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           PERFORM EscreverCabecalhoRelatorio
           PERFORM DeclararEmprestimos
           PERFORM DeclararChequeEspecial
           PERFORM DeclararCartoes
           PERFORM EscreverTrailer
           PERFORM EscreverRodapeRelatorio

           CLOSE ReportFile
           CLOSE RemessaFile
           CLOSE ContaFile
      *    Catálogo de remessas enviadas: transmissão e confirmação
      *    do destino acompanhadas pelo ControleRemessas.
           CALL 'CatalogarRemessa' USING WS-RemessaFileName 'SCR '
               'BACEN SCR           ' WS-Declarados WS-SomaDeclarada

           DISPLAY 'Exposições declaradas: ' WS-Declarados
               ' (R$ ' WS-SomaDeclarada ')'
               NOT INVALID KEY
                   MOVE ContaClienteID TO WS-ClienteIDConta
           END-READ
           PERFORM ResolverCPFDoCliente.

       ResolverCPFDoCliente.
           IF WS-ClienteIDConta NOT = 0
               OPEN INPUT ClienteFile
               IF WS-ClienteFileStatus = '00'
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
           END-IF.

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

       ClassificarFaixaAtraso.
           EVALUATE TRUE
               WHEN WS-DiasAtraso = 0
               WRITE ReportLine
           END-IF.

      * Exposição de cartão de crédito: limite da conta cartão como
      * valor contratado e, como saldo, compras do ciclo, fatura a
      * vencer e rotativo; a faixa vem do atraso no mínimo.
       DeclararCartoes.
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
                               PERFORM DeclararUsoCartao
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContaCartaoFile
           END-IF.

       DeclararUsoCartao.
           MOVE 'N' TO WS-CpfEncontrado
           MOVE SPACES TO WS-CPFDeclarado
           MOVE CCredClienteID TO WS-ClienteIDConta
           PERFORM ResolverCPFDoCliente
           IF WS-CpfEncontrado = 'N'
               DISPLAY 'Cartão do cliente ' CCredClienteID
                   ': CPF não localizado, não declarado.'
           ELSE
               IF CCredDataAtraso = 0
                   MOVE 0 TO WS-DiasAtraso
               ELSE
                   COMPUTE WS-DiasAtraso =
                       FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) -
                       FUNCTION INTEGER-OF-DATE(CCredDataAtraso)
               END-IF

               MOVE SPACES TO RemessaRegistro
               MOVE '1' TO DetTipo
               MOVE WS-CPFDeclarado TO DetCPF
               MOVE 'CC' TO DetModalidade
               MOVE CCredLimite TO DetValorContratado
               MOVE WS-SaldoDevedor TO DetSaldoDevedor
               PERFORM ClassificarFaixaAtraso
               WRITE RemessaRegistro

               ADD 1 TO WS-Declarados
               ADD 1 TO WS-CartaoDeclarados
               ADD WS-SaldoDevedor TO WS-SomaDeclarada

               MOVE SPACES TO ReportLine
               STRING 'CART ' DELIMITED BY SIZE
                      WS-CPFDeclarado DELIMITED BY SIZE
                      ' cliente ' DELIMITED BY SIZE
                      CCredClienteID DELIMITED BY SIZE
                      ' saldo R$ ' DELIMITED BY SIZE
                      WS-SaldoDevedor DELIMITED BY SIZE
                      ' atraso ' DELIMITED BY SIZE
                      WS-DiasAtraso DELIMITED BY SIZE
                      ' dias' DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF.

       EscreverTrailer.
           MOVE SPACES TO RemessaRegistro
           MOVE '9' TO TrlTipo
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Exposições de cartão de crédito: '
                  DELIMITED BY SIZE
                  WS-CartaoDeclarados DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Total declarado: ' DELIMITED BY SIZE
                  WS-Declarados DELIMITED BY SIZE
                  ' exposições, R$ ' DELIMITED BY SIZE
