               RECORD KEY IS MovimentacaoChave
               FILE STATUS IS WS-MovFileStatus.

           SELECT ArrecadacaoFile ASSIGN TO 'arrecadacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ArrecFileStatus.

           SELECT OrdemFile ASSIGN TO 'ordens_pagamento.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OrdemFileStatus.

           SELECT ChequeAdmFile ASSIGN TO 'cheques_administrativos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ChAdmFileStatus.

           SELECT CedulaRetidaFile ASSIGN TO 'cedulas_retidas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RetFileStatus.

           SELECT RetencaoSeqFile ASSIGN TO 'retseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RetSeqStatus.

           SELECT OperadorFile ASSIGN TO 'operadores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OperFileStatus.

           SELECT TermoFile ASSIGN DYNAMIC WS-TermoFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TermoFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CaixaFile.
       FD  MovimentacaoFile.
       COPY MOVREC.

       FD  ArrecadacaoFile.
       COPY ARRECREC.

       FD  OrdemFile.
       COPY ORDPAGREC.

       FD  ChequeAdmFile.
       COPY CHADMREC.

       FD  CedulaRetidaFile.
       COPY CEDFALREC.

       FD  RetencaoSeqFile.
       01  RetencaoSeqRecord.
           05  SeqUltimoTermo         PIC 9(7).

       FD  OperadorFile.
       COPY OPERREC.

       FD  TermoFile.
       01  TermoLine                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CaixaFileStatus   PIC XX.
       01  WS-MovFileStatus     PIC XX.
       01  WS-ArrecFileStatus   PIC XX.
       01  WS-OrdemFileStatus   PIC XX.
       01  WS-ChAdmFileStatus   PIC XX.
       01  WS-RetFileStatus     PIC XX.
       01  WS-RetSeqStatus      PIC XX.
       01  WS-OperFileStatus    PIC XX.
       01  WS-TermoFileStatus   PIC XX.
       01  WS-TermoFileName     PIC X(40).
       01  WS-OperadorID        PIC X(10).
       01  WS-OperadorSenha     PIC X(8).
       01  WS-OperAutenticado   PIC X VALUE 'N'.
       01  WS-OperLimite        PIC 9(7)V99 VALUE 0.
       01  WS-ExitFlag          PIC X VALUE 'N'.
       01  WS-OperacaoChoice    PIC X VALUE ' '.
       01  WS-OperacaoMenu      PIC X(70) VALUE
           '[A]brir [S]uprimento sa[N]gria [R]eter [F]echar [E]Sair: '.
       01  WS-ValorOperacao     PIC S9(7)V99 VALUE 0.
       01  WS-CaixaAchado       PIC X VALUE 'N'.
       01  WS-Contagem          PIC 9(7)V99 VALUE 0.
       01  WS-DepositosDia      PIC 9(9)V99 VALUE 0.
       01  WS-SaquesDia         PIC 9(9)V99 VALUE 0.
       01  WS-ArrecadadoDia     PIC 9(9)V99 VALUE 0.
       01  WS-OrdensRecebidas   PIC 9(9)V99 VALUE 0.
       01  WS-OrdensPagas       PIC 9(9)V99 VALUE 0.
       01  WS-ChAdmRecebidos    PIC 9(9)V99 VALUE 0.
       01  WS-ChAdmDevolvidos   PIC 9(9)V99 VALUE 0.
       01  WS-RetidasDia        PIC 9(7)V99 VALUE 0.
       01  WS-OperAgencia       PIC 9(4) VALUE 0.
       01  WS-Termo             PIC 9(7) VALUE 0.
       01  WS-RetOrigem         PIC X VALUE ' '.
       01  WS-RetNome           PIC A(40).
       01  WS-RetCPF            PIC X(11).
       01  WS-RetConta          PIC 9(7) VALUE 0.
       01  WS-RetDenominacao    PIC 9(3) VALUE 0.
       01  WS-RetSerie          PIC X(4).
       01  WS-RetNumero         PIC X(12).
       01  WS-RetQtde           PIC 9(3) VALUE 0.
       01  WS-RetValorTermo     PIC 9(7)V99 VALUE 0.
       01  WS-RetHora           PIC X(8).
       01  WS-DadosValidos      PIC X VALUE 'N'.
       01  WS-TipoValidacao     PIC X(4) VALUE 'CPF'.
       01  WS-ValorEntrada      PIC X(47).
       01  WS-CPFValido         PIC X VALUE 'N'.
       01  WS-SpoolArquivo      PIC X(40).
       01  WS-SpoolAlvo         PIC X(20).
       01  WS-EsperadoGaveta    PIC S9(9)V99 VALUE 0.
       01  WS-Diferenca         PIC S9(9)V99 VALUE 0.
       01  WS-DataHoje.
               WHEN 'N'
               WHEN 'n'
                   PERFORM RegistrarSangria
               WHEN 'R'
               WHEN 'r'
                   PERFORM RegistrarRetencao
               WHEN 'F'
               WHEN 'f'
                   PERFORM FecharCaixa
      * Batimento: a gaveta esperada é o fundo de abertura, mais
      * suprimentos e depósitos em espécie recebidos pelo operador,
      * menos sangrias e saques pagos por ele no dia (movimentos 'D'
      * e 'S' pelo MovimentacaoOperadorID). Contas de consumo e
      * tributos recebidos em dinheiro não geram movimento em conta
      * e entram pelo arrecadacoes.dat; ordens de pagamento em
      * espécie, pelo ordens_pagamento.dat; cheques administrativos
      * comprados ou devolvidos em espécie, pelo
      * cheques_administrativos.dat.
       FecharCaixa.
           DISPLAY 'Contagem da gaveta (com as cédulas retidas): '
           ACCEPT WS-Contagem

      *    Cédula falsa retida não é numerário: o valor do dia sai
      *    da contagem e a prova fecha só com a espécie verdadeira.
           PERFORM SomarCedulasRetidas
           IF WS-RetidasDia > 0
               DISPLAY 'Cédulas retidas no dia: R$ ' WS-RetidasDia
               IF WS-RetidasDia > WS-Contagem
                   MOVE 0 TO WS-Contagem
               ELSE
                   SUBTRACT WS-RetidasDia FROM WS-Contagem
               END-IF
           END-IF

           PERFORM SomarMovimentosOperador
           PERFORM SomarArrecadacaoEspecie
           PERFORM SomarOrdensEspecie
           PERFORM SomarChequesAdmEspecie

           MOVE 'N' TO WS-CaixaAchado
           OPEN I-O CaixaFile
                                   CaixaSuprimentos -
                                   CaixaSangrias +
                                   WS-DepositosDia - WS-SaquesDia
                                   + WS-ArrecadadoDia
                                   + WS-OrdensRecebidas
                                   - WS-OrdensPagas
                                   + WS-ChAdmRecebidos
                                   - WS-ChAdmDevolvidos
                               REWRITE CaixaRecord
                               EXIT PERFORM
                           END-IF
               CLOSE MovimentacaoFile
           END-IF.

       SomarArrecadacaoEspecie.
           MOVE 0 TO WS-ArrecadadoDia
           OPEN INPUT ArrecadacaoFile
           IF WS-ArrecFileStatus = '00'
               PERFORM UNTIL WS-ArrecFileStatus = '10'
                   READ ArrecadacaoFile INTO ArrecadacaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ArrecOperadorID = WS-OperadorID AND
                                   ArrecDataRecebimento =
                                       WS-DataHojeOrd AND
                                   ArrecEmDinheiro
                               ADD ArrecValor TO WS-ArrecadadoDia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArrecadacaoFile
           END-IF.

      * Ordens de pagamento em espécie: a emitida com dinheiro entra
      * na gaveta de quem emitiu; a paga ao beneficiário ou
      * devolvida ao emitente no caixa sai da gaveta de quem baixou.
       SomarOrdensEspecie.
           MOVE 0 TO WS-OrdensRecebidas
           MOVE 0 TO WS-OrdensPagas
           OPEN INPUT OrdemFile
           IF WS-OrdemFileStatus = '00'
               PERFORM UNTIL WS-OrdemFileStatus = '10'
                   READ OrdemFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OrdemOperadorEmissao = WS-OperadorID
                                   AND OrdemEmitidaDinheiro AND
                                   OrdemDataEmissao = WS-DataHojeOrd
                               ADD OrdemValor TO WS-OrdensRecebidas
                           END-IF
                           IF OrdemOperadorBaixa = WS-OperadorID
                                   AND OrdemDataBaixa = WS-DataHojeOrd
                                   AND (OrdemPaga OR OrdemDevolvida)
                               ADD OrdemValor TO WS-OrdensPagas
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrdemFile
           END-IF.

      * Cheque administrativo comprado em dinheiro entra na gaveta de
      * quem emitiu; cancelamento devolvido em espécie sai da gaveta
      * de quem cancelou.
       SomarChequesAdmEspecie.
           MOVE 0 TO WS-ChAdmRecebidos
           MOVE 0 TO WS-ChAdmDevolvidos
           OPEN INPUT ChequeAdmFile
           IF WS-ChAdmFileStatus = '00'
               PERFORM UNTIL WS-ChAdmFileStatus = '10'
                   READ ChequeAdmFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ChAdmOperadorEmissao = WS-OperadorID
                                   AND ChAdmEmitidoDinheiro AND
                                   ChAdmDataEmissao = WS-DataHojeOrd
                               ADD ChAdmValor TO WS-ChAdmRecebidos
                           END-IF
                           IF ChAdmOperadorBaixa = WS-OperadorID
                                   AND ChAdmDataBaixa = WS-DataHojeOrd
                                   AND ChAdmCancelado AND
                                   ChAdmDevolvidoDinheiro
                               ADD ChAdmValor TO WS-ChAdmDevolvidos
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ChequeAdmFile
           END-IF.

      *****************************************************************
      * Retenção de cédula falsa encontrada no guichê: registra cada
      * cédula (denominação, série e número) sob um termo de
      * retenção com o cliente apresentante e o operador, e emite o
      * termo para entrega ao cliente. Só com o caixa do dia aberto.
      *****************************************************************
       RegistrarRetencao.
           PERFORM LocalizarCaixaHoje
           IF WS-CaixaAchado = 'N' OR NOT CaixaAberto
               DISPLAY 'Caixa do dia não está aberto!'
           ELSE
               PERFORM PedirApresentante
               IF WS-DadosValidos = 'S'
                   PERFORM LocalizarAgenciaOperador
                   PERFORM ObterProximoTermo
                   MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RetHora
                   MOVE 0 TO WS-RetQtde
                   MOVE 0 TO WS-RetValorTermo
                   OPEN EXTEND CedulaRetidaFile
                   IF WS-RetFileStatus = '35'
                       OPEN OUTPUT CedulaRetidaFile
                   END-IF
                   PERFORM PedirCedula
                   PERFORM UNTIL WS-RetDenominacao = 0
                       PERFORM GravarCedulaRetida
                       PERFORM PedirCedula
                   END-PERFORM
                   CLOSE CedulaRetidaFile
                   IF WS-RetQtde = 0
                       DISPLAY 'Nenhuma cédula informada; termo '
                           WS-Termo ' não emitido.'
                   ELSE
                       PERFORM EmitirTermoRetencao
                   END-IF
               END-IF
           END-IF.

       PedirApresentante.
           MOVE 'N' TO WS-DadosValidos
           DISPLAY 'Operação: [D]epósito [P]agamento [O]utra: '
           ACCEPT WS-RetOrigem
           MOVE FUNCTION UPPER-CASE(WS-RetOrigem) TO WS-RetOrigem
           IF WS-RetOrigem NOT = 'D' AND WS-RetOrigem NOT = 'P' AND
                   WS-RetOrigem NOT = 'O'
               DISPLAY 'Operação inválida!'
           ELSE
               DISPLAY 'Nome do apresentante: '
               ACCEPT WS-RetNome
               DISPLAY 'CPF do apresentante (11 dígitos): '
               ACCEPT WS-RetCPF
               DISPLAY 'Conta do apresentante (0 = não correntista): '
               ACCEPT WS-RetConta
               MOVE WS-RetCPF TO WS-ValorEntrada
               MOVE 'CPF' TO WS-TipoValidacao
               CALL 'Validacao' USING WS-TipoValidacao
                   WS-ValorEntrada WS-CPFValido
               IF WS-CPFValido = 'N'
                   DISPLAY 'CPF do apresentante inválido!'
               ELSE
               IF WS-RetNome = SPACES
                   DISPLAY 'Nome do apresentante obrigatório!'
               ELSE
                   MOVE 'S' TO WS-DadosValidos
               END-IF
               END-IF
           END-IF.

      * Denominações do Real em circulação; zero encerra o termo.
       PedirCedula.
           MOVE 0 TO WS-RetDenominacao
           DISPLAY 'Denominação da cédula (0 = fim): '
           ACCEPT WS-RetDenominacao
           PERFORM UNTIL WS-RetDenominacao = 0 OR 2 OR 5 OR 10 OR
                   20 OR 50 OR 100 OR 200
               DISPLAY 'Denominação inválida! (2, 5, 10, 20, 50, '
                   '100, 200 ou 0): '
               ACCEPT WS-RetDenominacao
           END-PERFORM
           IF WS-RetDenominacao > 0
               DISPLAY 'Série da cédula: '
               ACCEPT WS-RetSerie
               MOVE FUNCTION UPPER-CASE(WS-RetSerie) TO WS-RetSerie
               DISPLAY 'Número da cédula: '
               ACCEPT WS-RetNumero
           END-IF.

       GravarCedulaRetida.
           MOVE WS-Termo TO RetTermo
           MOVE WS-DataHojeOrd TO RetData
           MOVE WS-RetHora TO RetHora
           MOVE WS-OperAgencia TO RetAgencia
           MOVE WS-OperadorID TO RetOperadorID
           MOVE WS-RetOrigem TO RetOrigem
           MOVE WS-RetNome TO RetClienteNome
           MOVE WS-RetCPF TO RetClienteCPF
           MOVE WS-RetConta TO RetContaNumero
           MOVE WS-RetDenominacao TO RetDenominacao
           MOVE WS-RetSerie TO RetSerie
           MOVE WS-RetNumero TO RetNumeroCedula
           MOVE 'R' TO RetStatus
           MOVE 0 TO RetDataRemessa
           WRITE CedulaRetidaRecord
           ADD 1 TO WS-RetQtde
           ADD WS-RetDenominacao TO WS-RetValorTermo.

      * Termo de retenção em duas vias (cliente e agência), gravado
      * em termo_retencao_<termo>.txt e catalogado no spool para
      * impressão no guichê.
       EmitirTermoRetencao.
           MOVE SPACES TO WS-TermoFileName
           STRING 'termo_retencao_' DELIMITED BY SIZE
                  WS-Termo DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-TermoFileName
           OPEN OUTPUT TermoFile
           MOVE SPACES TO TermoLine
           STRING 'TERMO DE RETENÇÃO DE CÉDULA COM INDÍCIO DE '
                      DELIMITED BY SIZE
                  'FALSIFICAÇÃO' DELIMITED BY SIZE
               INTO TermoLine
           WRITE TermoLine
           MOVE SPACES TO TermoLine
           STRING 'Termo nº ' DELIMITED BY SIZE
                  WS-Termo DELIMITED BY SIZE
                  '  Data ' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RetHora DELIMITED BY SIZE
                  '  Agência ' DELIMITED BY SIZE
                  WS-OperAgencia DELIMITED BY SIZE
               INTO TermoLine
           WRITE TermoLine
           MOVE SPACES TO TermoLine
           STRING 'Apresentante: ' DELIMITED BY SIZE
                  WS-RetNome DELIMITED BY '  '
                  '  CPF ' DELIMITED BY SIZE
                  WS-RetCPF DELIMITED BY SIZE
               INTO TermoLine
           WRITE TermoLine
           MOVE SPACES TO TermoLine
           WRITE TermoLine

           OPEN INPUT CedulaRetidaFile
           IF WS-RetFileStatus = '00'
               PERFORM UNTIL WS-RetFileStatus = '10'
                   READ CedulaRetidaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF RetTermo = WS-Termo
                               MOVE SPACES TO TermoLine
                               STRING '  Cédula de R$ '
                                          DELIMITED BY SIZE
                                      RetDenominacao DELIMITED BY SIZE
                                      '  série ' DELIMITED BY SIZE
                                      RetSerie DELIMITED BY SIZE
                                      '  número ' DELIMITED BY SIZE
                                      RetNumeroCedula DELIMITED BY SIZE
                                   INTO TermoLine
                               WRITE TermoLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CedulaRetidaFile
           END-IF

           MOVE SPACES TO TermoLine
           WRITE TermoLine
           MOVE SPACES TO TermoLine
           STRING 'Quantidade: ' DELIMITED BY SIZE
                  WS-RetQtde DELIMITED BY SIZE
                  '  Valor de face retido: R$ ' DELIMITED BY SIZE
                  WS-RetValorTermo DELIMITED BY SIZE
               INTO TermoLine
           WRITE TermoLine
           MOVE 'As cédulas serão encaminhadas ao Banco Central para'
               TO TermoLine
           WRITE TermoLine
           MOVE 'exame; o valor retido não é creditado nem pago.'
               TO TermoLine
           WRITE TermoLine
           MOVE SPACES TO TermoLine
           WRITE TermoLine
           MOVE SPACES TO TermoLine
           STRING 'Operador: ' DELIMITED BY SIZE
                  WS-OperadorID DELIMITED BY SIZE
                  '     Assinatura do apresentante: ______________'
                      DELIMITED BY SIZE
               INTO TermoLine
           WRITE TermoLine
           CLOSE TermoFile

           MOVE WS-TermoFileName TO WS-SpoolArquivo
           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-RetCPF TO WS-SpoolAlvo(1:11)
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'CaixaOperador       ' 'TRET' WS-OperadorID
               WS-SpoolAlvo 'N'

           DISPLAY 'Termo de retenção ' WS-Termo ': ' WS-RetQtde
               ' cédula(s), R$ ' WS-RetValorTermo
           DISPLAY 'Termo gravado em ' WS-TermoFileName
               ' - entregue uma via ao cliente.'.

       SomarCedulasRetidas.
           MOVE 0 TO WS-RetidasDia
           OPEN INPUT CedulaRetidaFile
           IF WS-RetFileStatus = '00'
               PERFORM UNTIL WS-RetFileStatus = '10'
                   READ CedulaRetidaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF RetOperadorID = WS-OperadorID AND
                                   RetData = WS-DataHojeOrd
                               ADD RetDenominacao TO WS-RetidasDia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CedulaRetidaFile
           END-IF.

       ObterProximoTermo.
           MOVE 0 TO WS-Termo
           OPEN INPUT RetencaoSeqFile
           IF WS-RetSeqStatus = '00'
               READ RetencaoSeqFile INTO RetencaoSeqRecord
                   NOT AT END
                       MOVE SeqUltimoTermo TO WS-Termo
               END-READ
               CLOSE RetencaoSeqFile
           END-IF
           ADD 1 TO WS-Termo
           MOVE WS-Termo TO SeqUltimoTermo
           OPEN OUTPUT RetencaoSeqFile
           WRITE RetencaoSeqRecord
           CLOSE RetencaoSeqFile.

      * A agência do caixa vem da lotação do operador em
      * operadores.dat.
       LocalizarAgenciaOperador.
           MOVE 0 TO WS-OperAgencia
           OPEN INPUT OperadorFile
           IF WS-OperFileStatus = '00'
               PERFORM UNTIL WS-OperFileStatus = '10'
                   READ OperadorFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OperadorID = WS-OperadorID
                               IF OperadorAgencia IS NUMERIC
                                   MOVE OperadorAgencia
                                       TO WS-OperAgencia
                               END-IF
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperadorFile
           END-IF.

       END PROGRAM CaixaOperador.
