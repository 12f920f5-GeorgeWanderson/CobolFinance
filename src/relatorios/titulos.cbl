
      *****************************************************************
      *  RelatorioTitulos.cbl - Relatório da nossa cobrança por
      *  cedente (titulos.dat): títulos em aberto/registrados, pagos,
      *  vencidos sem pagamento, em protesto (em cartório ou
      *  protestados) e sustados, com totais por cedente, e a
      *  carteira descontada de cada cedente (em curso, quitada pela
      *  liquidação e debitada do cedente) com total geral. Fecha o
      *  ciclo da emissão e do retorno feitos pelo CobrancaTitulos e
      *  do desconto feito pelo DescontoTitulos.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-PagosValor          PIC 9(9)V99 VALUE 0.
       01  WS-VencidosQtde        PIC 9(5) VALUE 0.
       01  WS-VencidosValor       PIC 9(9)V99 VALUE 0.
       01  WS-ProtestoQtde        PIC 9(5) VALUE 0.
       01  WS-ProtestoValor       PIC 9(9)V99 VALUE 0.
       01  WS-SustadosQtde        PIC 9(5) VALUE 0.
       01  WS-SustadosValor       PIC 9(9)V99 VALUE 0.
       01  WS-CustasProtesto      PIC 9(9)V99 VALUE 0.
       01  WS-CedentesListados    PIC 9(4) VALUE 0.
       01  WS-DescCursoQtde       PIC 9(5) VALUE 0.
       01  WS-DescCursoValor      PIC 9(9)V99 VALUE 0.
       01  WS-DescVencidoQtde     PIC 9(5) VALUE 0.
       01  WS-DescVencidoValor    PIC 9(9)V99 VALUE 0.
       01  WS-DescQuitadoQtde     PIC 9(5) VALUE 0.
       01  WS-DescQuitadoValor    PIC 9(9)V99 VALUE 0.
       01  WS-DescDebitadoQtde    PIC 9(5) VALUE 0.
       01  WS-DescDebitadoValor   PIC 9(9)V99 VALUE 0.
       01  WS-DescDesagio         PIC 9(9)V99 VALUE 0.
       01  WS-TotDescCursoQtde    PIC 9(7) VALUE 0.
       01  WS-TotDescCursoValor   PIC 9(11)V99 VALUE 0.
       01  WS-TotDescDesagio      PIC 9(11)V99 VALUE 0.
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
               END-READ
           END-PERFORM

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'CARTEIRA DESCONTADA EM CURSO: ' DELIMITED BY SIZE
                  WS-TotDescCursoQtde DELIMITED BY SIZE
                  ' títulos  R$ ' DELIMITED BY SIZE
                  WS-TotDescCursoValor DELIMITED BY SIZE
                  '  deságio R$ ' DELIMITED BY SIZE
                  WS-TotDescDesagio DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine

           CLOSE ReportFile
           CLOSE CedenteFile

           MOVE 0 TO WS-PagosValor
           MOVE 0 TO WS-VencidosQtde
           MOVE 0 TO WS-VencidosValor
           MOVE 0 TO WS-ProtestoQtde
           MOVE 0 TO WS-ProtestoValor
           MOVE 0 TO WS-SustadosQtde
           MOVE 0 TO WS-SustadosValor
           MOVE 0 TO WS-CustasProtesto
           MOVE 0 TO WS-DescCursoQtde
           MOVE 0 TO WS-DescCursoValor
           MOVE 0 TO WS-DescVencidoQtde
           MOVE 0 TO WS-DescVencidoValor
           MOVE 0 TO WS-DescQuitadoQtde
           MOVE 0 TO WS-DescQuitadoValor
           MOVE 0 TO WS-DescDebitadoQtde
           MOVE 0 TO WS-DescDebitadoValor
           MOVE 0 TO WS-DescDesagio

           OPEN INPUT TituloFile
           IF WS-TitFileStatus = '00'
                  '  R$ ' DELIMITED BY SIZE
                  WS-VencidosValor DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           IF WS-ProtestoQtde > 0 OR WS-SustadosQtde > 0
               MOVE SPACES TO ReportLine
               STRING '  Em protesto: ' DELIMITED BY SIZE
                      WS-ProtestoQtde DELIMITED BY SIZE
                      '  R$ ' DELIMITED BY SIZE
                      WS-ProtestoValor DELIMITED BY SIZE
                      '  Sustados: ' DELIMITED BY SIZE
                      WS-SustadosQtde DELIMITED BY SIZE
                      '  R$ ' DELIMITED BY SIZE
                      WS-SustadosValor DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF
           IF WS-CustasProtesto > 0
               MOVE SPACES TO ReportLine
               STRING '  Custas de protesto cobradas: R$ '
                      DELIMITED BY SIZE
                      WS-CustasProtesto DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF
           IF WS-DescCursoQtde > 0 OR WS-DescQuitadoQtde > 0 OR
                   WS-DescDebitadoQtde > 0
               PERFORM RelatarCarteiraDescontada
           END-IF.

      * Carteira descontada do cedente: em curso (com a parte já
      * vencida aguardando liquidação ou débito), quitada pela
      * liquidação do pagador e debitada do cedente.
       RelatarCarteiraDescontada.
           MOVE '  Carteira descontada:' TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '    Em curso: ' DELIMITED BY SIZE
                  WS-DescCursoQtde DELIMITED BY SIZE
                  '  R$ ' DELIMITED BY SIZE
                  WS-DescCursoValor DELIMITED BY SIZE
                  '  deságio R$ ' DELIMITED BY SIZE
                  WS-DescDesagio DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '    Vencidos em curso: ' DELIMITED BY SIZE
                  WS-DescVencidoQtde DELIMITED BY SIZE
                  '  R$ ' DELIMITED BY SIZE
                  WS-DescVencidoValor DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '    Quitados pela liquidação: ' DELIMITED BY SIZE
                  WS-DescQuitadoQtde DELIMITED BY SIZE
                  '  R$ ' DELIMITED BY SIZE
                  WS-DescQuitadoValor DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '    Debitados do cedente: ' DELIMITED BY SIZE
                  WS-DescDebitadoQtde DELIMITED BY SIZE
                  '  R$ ' DELIMITED BY SIZE
                  WS-DescDebitadoValor DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           ADD WS-DescCursoQtde TO WS-TotDescCursoQtde
           ADD WS-DescCursoValor TO WS-TotDescCursoValor
           ADD WS-DescDesagio TO WS-TotDescDesagio.

       ClassificarTitulo.
           IF TituloDescontado
               ADD 1 TO WS-DescCursoQtde
               ADD TituloValor TO WS-DescCursoValor
               ADD TituloValorDesagio TO WS-DescDesagio
               IF TituloDataVencimento < WS-DataHojeOrd
                   ADD 1 TO WS-DescVencidoQtde
                   ADD TituloValor TO WS-DescVencidoValor
               END-IF
           END-IF
           IF TituloDescontoLiquidado
               ADD 1 TO WS-DescQuitadoQtde
               ADD TituloValor TO WS-DescQuitadoValor
           END-IF
           IF TituloDescontoDebitado
               ADD 1 TO WS-DescDebitadoQtde
               ADD TituloValor TO WS-DescDebitadoValor
           END-IF
           IF TituloCustasProtesto IS NUMERIC
               ADD TituloCustasProtesto TO WS-CustasProtesto
           END-IF
           IF TituloEmCartorio OR TituloProtestado
               ADD 1 TO WS-ProtestoQtde
               ADD TituloValor TO WS-ProtestoValor
           END-IF
           IF TituloSustado
               ADD 1 TO WS-SustadosQtde
               ADD TituloValor TO WS-SustadosValor
           END-IF
           IF TituloPago
               ADD 1 TO WS-PagosQtde
               ADD TituloValor TO WS-PagosValor
