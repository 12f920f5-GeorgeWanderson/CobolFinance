      *****************************************************************
      *  RelatorioRentabilidade.cbl - Rentabilidade anual por cliente
      *  e por conta, consolidada com o que o sistema já grava:
      *  receita de tarifas ('F', inclui as cestas de pacote e as
      *  tarifas da cobrança de títulos do cedente), juros
      *  de cheque especial ('X'), encargos de mora e multa das
      *  parcelas pagas em atraso ('Y'), juros das parcelas de
      *  empréstimo pagas no ano (parcelas.dat) e a margem de câmbio
      *  do balcão (spread estimado de 2% sobre o volume em
      *  posicao_cambio.dat das operações do cliente); do lado da
      *  despesa, os juros de poupança pagos ('J'). O resultado sai
      *  por cliente (todas as contas via ContaClienteID), ranqueado
      *  por contribuição e com a quebra por agência.
      *****************************************************************

       ENVIRONMENT DIVISION.
               10  WS-ClAgencia       PIC 9(4).
               10  WS-ClReceita       PIC 9(11)V99.
               10  WS-ClDespesa       PIC 9(11)V99.
               10  WS-ClCobranca      PIC 9(11)V99.
               10  WS-ClLiquido       PIC S9(11)V99.
               10  WS-ClRank          PIC 9(3).
       01  WS-ClIdx               PIC 9(3) VALUE 0.
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           STOP RUN.

      * Receita: tarifas ('F'), juros de cheque especial ('X') e
      * encargos de atraso de empréstimo ('Y');
      * despesa: juros de poupança pagos ('J').
       ApurarMovimentos.
           OPEN INPUT MovimentacaoFile
                                   WS-AnoReferencia AND
                                   (MovimentacaoTipo = 'F' OR
                                    MovimentacaoTipo = 'X' OR
                                    MovimentacaoTipo = 'Y' OR
                                    MovimentacaoTipo = 'J')
                               PERFORM ApurarUmMovimento
                           END-IF
                   ADD MovimentacaoValor TO WS-ClDespesa(WS-ClIdx)
               ELSE
                   ADD MovimentacaoValor TO WS-ClReceita(WS-ClIdx)
                   IF MovimentacaoTipo = 'F' AND
                           MovimentacaoDescricao(1:16) =
                           'Tarifa de cobran'
                       ADD MovimentacaoValor
                           TO WS-ClCobranca(WS-ClIdx)
                   END-IF
               END-IF
           END-IF.

                       TO WS-ClAgencia(WS-ClIdx)
                   MOVE 0 TO WS-ClReceita(WS-ClIdx)
                   MOVE 0 TO WS-ClDespesa(WS-ClIdx)
                   MOVE 0 TO WS-ClCobranca(WS-ClIdx)
                   MOVE 0 TO WS-ClLiquido(WS-ClIdx)
                   MOVE 0 TO WS-ClRank(WS-ClIdx)
                   MOVE 'S' TO WS-ClAchado
                  WS-ClAgencia(WS-ClIdx) DELIMITED BY SIZE
                  '  receita ' DELIMITED BY SIZE
                  WS-ClReceita(WS-ClIdx) DELIMITED BY SIZE
                  ' (cobrança ' DELIMITED BY SIZE
                  WS-ClCobranca(WS-ClIdx) DELIMITED BY SIZE
                  ')  juros pagos ' DELIMITED BY SIZE
                  WS-ClDespesa(WS-ClIdx) DELIMITED BY SIZE
                  '  líquido R$ ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
