       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManutencaoCartoes.

      *****************************************************************
      *  ManutencaoCartoes.cbl - Tela de caixa do cadastro de cartões
      *  (cartoes.dat): emissão do plástico para o titular ou um
      *  cotitular da conta, 2ª via (o plástico anterior é cancelado
      *  como substituído e aponta para o novo), bloqueio temporário
      *  e desbloqueio a pedido do cliente, cancelamento definitivo
      *  por perda ou roubo e listagem dos cartões da conta. O número
      *  é gerado aqui: BIN do banco, sequencial de cartseq.dat e
      *  dígito verificador de Luhn. A conferência do cartão na
      *  postagem fica no PostarAutorizacoes. O plástico sai na
      *  função débito ou crédito; o crédito exige a conta cartão do
      *  portador (contas_cartao.dat), aberta aqui com o dia de
      *  vencimento e a conta de cobrança da fatura. O limite de
      *  crédito só muda pela dupla custódia (AprovarAlteracoes). A
      *  consulta de faturas mostra os ciclos fechados do cliente.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT CartaoFile ASSIGN TO 'cartoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CartaoFileStatus.

           SELECT CartaoSeqFile ASSIGN TO 'cartseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CartaoSeqStatus.

           SELECT ContaCartaoFile ASSIGN TO 'contas_cartao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CCredFileStatus.

           SELECT FaturaFile ASSIGN TO 'faturas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FaturaFileStatus.

           SELECT SessaoFile ASSIGN TO 'sessao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  CartaoFile.
       COPY CARTAOREC.

       FD  CartaoSeqFile.
       01  CartaoSeqRecord.
           05  SeqUltimoCartao        PIC 9(9).

       FD  ContaCartaoFile.
       COPY CCREDREC.

       FD  FaturaFile.
       COPY FATURAREC.

       FD  SessaoFile.
       01  SessaoRecord.
           05  SessaoOperadorID       PIC X(10).
           05  SessaoPerfil           PIC X(1).
           05  SessaoLimite           PIC 9(7)V99.
           05  SessaoTreinamento      PIC X(1).
           05  SessaoAgencia          PIC 9(4).
           05  SessaoData             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus        PIC XX.
       01  WS-CartaoFileStatus  PIC XX.
       01  WS-CartaoSeqStatus   PIC XX.
       01  WS-SessaoStatus      PIC XX.
       01  WS-SessaoAtiva       PIC X VALUE 'N'.
       01  WS-OperadorID        PIC X(10).
       01  WS-Opcao             PIC X VALUE ' '.
       01  WS-ContaInformada    PIC 9(7) VALUE 0.
       01  WS-ContaValida       PIC X VALUE 'N'.
       01  WS-PortadorID        PIC 9(5) VALUE 0.
       01  WS-PortadorNome      PIC A(50).
       01  WS-PortadorValido    PIC X VALUE 'N'.
       01  WS-CotIdx            PIC 9 VALUE 0.
       01  WS-CartaoInformado   PIC X(16).
       01  WS-CartaoAchado      PIC X VALUE 'N'.
       01  WS-Motivo            PIC X VALUE ' '.
       01  WS-Listados          PIC 9(4) VALUE 0.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-ValidadeAnos      PIC 9(2) VALUE 5.
       01  WS-ParamNome         PIC X(20).
       01  WS-ParamDataRef      PIC 9(8) VALUE 0.
       01  WS-ParamValor        PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado       PIC X VALUE 'N'.
       01  WS-DossieSituacao    PIC X VALUE ' '.
       01  WS-DossiePendentes   PIC X(40) VALUE SPACES.

      *    Montagem do número: BIN de 6 posições, sequencial de 9 e
      *    o dígito de Luhn calculado sobre as 15 primeiras.
       01  WS-NumeroNovo.
           05  WS-NumeroBIN         PIC X(6) VALUE '506722'.
           05  WS-NumeroSeq         PIC 9(9).
           05  WS-NumeroDV          PIC 9.
       01  WS-NumeroDigitos REDEFINES WS-NumeroNovo.
           05  WS-NumeroDigito      PIC 9 OCCURS 16 TIMES.
       01  WS-LuhnIdx           PIC 99 VALUE 0.
       01  WS-LuhnSoma          PIC 9(4) VALUE 0.
       01  WS-LuhnParcela       PIC 99 VALUE 0.
       01  WS-LuhnDobra         PIC X VALUE 'S'.

      *    Dados do plástico anterior levados para a 2ª via.
       01  WS-ViaAnterior       PIC 9(2) VALUE 0.
       01  WS-ContaAnterior     PIC 9(7) VALUE 0.
       01  WS-ClienteAnterior   PIC 9(5) VALUE 0.
       01  WS-NomeAnterior      PIC A(26).
       01  WS-SegundaViaOk      PIC X VALUE 'N'.

       01  WS-FuncaoAnterior    PIC X VALUE 'D'.

      *    Conta cartão de crédito e pedido de limite (custódia).
       01  WS-CCredFileStatus   PIC XX.
       01  WS-FaturaFileStatus  PIC XX.
       01  WS-CCredAchada       PIC X VALUE 'N'.
       01  WS-ClienteInformado  PIC 9(5) VALUE 0.
       01  WS-DiaVencimento     PIC 9(2) VALUE 0.
       01  WS-NovoLimite        PIC 9(7)V99 VALUE 0.
       01  WS-ValorEd           PIC 9(9).99.
       01  WS-AltArquivo        PIC X(12) VALUE 'cartao'.
       01  WS-AltCampo          PIC X(25) VALUE 'CCredLimite'.
       01  WS-AltChaveCli       PIC 9(7) VALUE 0.
       01  WS-AltAntes          PIC X(100).
       01  WS-AltDepois         PIC X(100).

       01  WS-NotifTipo         PIC X(4).
       01  WS-NotifCliente      PIC 9(5) VALUE 0.
       01  WS-NotifConta        PIC 9(7) VALUE 0.
       01  WS-NotifValor        PIC 9(7)V99 VALUE 0.
       01  WS-NotifTexto        PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           PERFORM LerSessaoOperador
           IF WS-SessaoAtiva = 'N'
               DISPLAY 'Informe o ID do operador: '
               ACCEPT WS-OperadorID
           END-IF
           PERFORM CarregarParametros

           DISPLAY 'Cartões - [E]mitir, [S]egunda via, [B]loquear,'
           DISPLAY '[D]esbloquear, [C]ancelar perda/roubo, [L]istar,'
           DISPLAY '[A]brir conta crédito, [R]ever limite de crédito,'
           DISPLAY '[F]aturas do cliente: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

           EVALUATE WS-Opcao
               WHEN 'E'
                   PERFORM EmitirCartao
               WHEN 'S'
                   PERFORM EmitirSegundaVia
               WHEN 'B'
                   PERFORM BloquearCartao
               WHEN 'D'
                   PERFORM DesbloquearCartao
               WHEN 'C'
                   PERFORM CancelarCartao
               WHEN 'L'
                   PERFORM ListarCartoes
               WHEN 'A'
                   PERFORM AbrirContaCredito
               WHEN 'R'
                   PERFORM SolicitarLimiteCredito
               WHEN 'F'
                   PERFORM ConsultarFaturas
               WHEN OTHER
                   DISPLAY 'Opção inválida.'
           END-EVALUATE
           GOBACK.

      * Sessão do menu de caixa: quando o MenuCaixa já autenticou o
      * operador, a identificação vem de sessao.dat e o programa não
      * pede o ID de novo.
       LerSessaoOperador.
           MOVE 'N' TO WS-SessaoAtiva
           OPEN INPUT SessaoFile
           IF WS-SessaoStatus = '00'
               READ SessaoFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SessaoOperadorID NOT = SPACES AND
                               SessaoData = WS-DataHojeOrd
                           MOVE 'S' TO WS-SessaoAtiva
                           MOVE SessaoOperadorID TO WS-OperadorID
                       END-IF
               END-READ
               CLOSE SessaoFile
           END-IF.

       CarregarParametros.
           MOVE WS-DataHojeOrd TO WS-ParamDataRef
           MOVE 'CARTAO-VALIDADE-ANO' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-ValidadeAnos
           END-IF.

       EmitirCartao.
           DISPLAY 'Número da conta: '
           ACCEPT WS-ContaInformada
           PERFORM VerificarConta
           IF WS-ContaValida = 'N'
               DISPLAY 'Conta não encontrada ou não ativa!'
           ELSE
               DISPLAY 'ID do cliente portador (0 = titular): '
               ACCEPT WS-PortadorID
               PERFORM VerificarPortador
               IF WS-PortadorValido = 'N'
                   DISPLAY 'Cliente não é titular nem cotitular'
                   DISPLAY 'da conta!'
               ELSE
                   DISPLAY 'Função: [D]ébito ou [C]rédito: '
                   ACCEPT WS-FuncaoAnterior
                   MOVE FUNCTION UPPER-CASE(WS-FuncaoAnterior)
                       TO WS-FuncaoAnterior
                   PERFORM EmitirNaFuncao
               END-IF
           END-IF.

      * Crédito só com conta cartão ativa do portador: é dela o
      * limite consumido pelas compras.
       EmitirNaFuncao.
           EVALUATE WS-FuncaoAnterior
               WHEN 'D'
                   CONTINUE
               WHEN 'C'
                   MOVE WS-PortadorID TO WS-ClienteInformado
                   PERFORM LocalizarContaCredito
                   IF WS-CCredAchada = 'N'
                       DISPLAY 'Portador sem conta cartão de crédito;'
                       DISPLAY 'abra a conta crédito antes.'
                       MOVE SPACE TO WS-FuncaoAnterior
                   ELSE
      *                Cartão de crédito só com o dossiê documental
      *                do portador completo.
                       CALL 'VerificarDossie' USING WS-PortadorID
                           WS-DossieSituacao WS-DossiePendentes
                       IF WS-DossieSituacao NOT = 'C'
                           DISPLAY 'Dossiê documental incompleto!'
                           DISPLAY 'Emissão não permitida.'
                           DISPLAY WS-DossiePendentes
                           MOVE SPACE TO WS-FuncaoAnterior
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'Função inválida.'
                   MOVE SPACE TO WS-FuncaoAnterior
           END-EVALUATE
           IF WS-FuncaoAnterior NOT = SPACE
               MOVE 1 TO WS-ViaAnterior
               MOVE WS-ContaInformada TO WS-ContaAnterior
               MOVE WS-PortadorID TO WS-ClienteAnterior
               MOVE WS-PortadorNome TO WS-NomeAnterior
               PERFORM GravarCartaoNovo
               DISPLAY 'Cartão ' CartaoNumero ' emitido, validade '
                   CartaoValidade '.'
           END-IF.

      * O plástico anterior é cancelado como substituído (se ainda
      * não estava cancelado por perda ou roubo) e passa a apontar
      * para o novo, que herda conta e portador com a via seguinte.
       EmitirSegundaVia.
           DISPLAY 'Número do cartão a repor: '
           ACCEPT WS-CartaoInformado
           MOVE 'N' TO WS-CartaoAchado
           MOVE 'N' TO WS-SegundaViaOk
           OPEN I-O CartaoFile
           IF WS-CartaoFileStatus = '00'
               PERFORM UNTIL WS-CartaoFileStatus = '10'
                   READ CartaoFile INTO CartaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CartaoNumero = WS-CartaoInformado
                               MOVE 'S' TO WS-CartaoAchado
                               PERFORM SubstituirCartao
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CartaoFile
           END-IF
           IF WS-CartaoAchado = 'N'
               DISPLAY 'Cartão não encontrado!'
           END-IF
           IF WS-SegundaViaOk = 'S'
               PERFORM GravarCartaoNovo
               DISPLAY '2ª via emitida: cartão ' CartaoNumero
                   ' via ' CartaoVia ' validade ' CartaoValidade '.'
           END-IF.

       SubstituirCartao.
           IF CartaoSubstituto NOT = SPACES
               DISPLAY 'Cartão já reposto pelo ' CartaoSubstituto '.'
           ELSE
               IF CartaoCancelado AND NOT CartaoPerda AND
                       NOT CartaoRoubo
                   DISPLAY 'Cartão cancelado sem reposição.'
               ELSE
                   IF NOT CartaoCancelado
                       MOVE 'C' TO CartaoStatus
                       MOVE 'S' TO CartaoMotivoCancel
                       MOVE WS-DataHojeOrd TO CartaoDataStatus
                   END-IF
                   PERFORM ObterNumeroNovo
                   MOVE WS-NumeroNovo TO CartaoSubstituto
                   REWRITE CartaoRecord
                   COMPUTE WS-ViaAnterior = CartaoVia + 1
                   MOVE CartaoContaNumero TO WS-ContaAnterior
                   MOVE CartaoClienteID TO WS-ClienteAnterior
                   MOVE CartaoNomeImpresso TO WS-NomeAnterior
                   MOVE CartaoFuncao TO WS-FuncaoAnterior
                   IF WS-FuncaoAnterior = SPACE
                       MOVE 'D' TO WS-FuncaoAnterior
                   END-IF
                   MOVE 'S' TO WS-SegundaViaOk
               END-IF
           END-IF.

       BloquearCartao.
           DISPLAY 'Número do cartão a bloquear: '
           ACCEPT WS-CartaoInformado
           MOVE 'B' TO WS-Motivo
           PERFORM AlterarSituacaoCartao.

       DesbloquearCartao.
           DISPLAY 'Número do cartão a desbloquear: '
           ACCEPT WS-CartaoInformado
           MOVE 'D' TO WS-Motivo
           PERFORM AlterarSituacaoCartao.

       CancelarCartao.
           DISPLAY 'Número do cartão a cancelar: '
           ACCEPT WS-CartaoInformado
           DISPLAY 'Motivo: [P]erda ou [R]oubo: '
           ACCEPT WS-Motivo
           MOVE FUNCTION UPPER-CASE(WS-Motivo) TO WS-Motivo
           IF WS-Motivo NOT = 'P' AND WS-Motivo NOT = 'R'
               DISPLAY 'Motivo inválido.'
           ELSE
               PERFORM AlterarSituacaoCartao
           END-IF.

      * WS-Motivo: 'B' bloqueio temporário, 'D' desbloqueio, 'P'/'R'
      * cancelamento definitivo por perda ou roubo.
       AlterarSituacaoCartao.
           MOVE 'N' TO WS-CartaoAchado
           OPEN I-O CartaoFile
           IF WS-CartaoFileStatus = '00'
               PERFORM UNTIL WS-CartaoFileStatus = '10'
                   READ CartaoFile INTO CartaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CartaoNumero = WS-CartaoInformado
                               MOVE 'S' TO WS-CartaoAchado
                               PERFORM AplicarSituacao
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CartaoFile
           END-IF
           IF WS-CartaoAchado = 'N'
               DISPLAY 'Cartão não encontrado!'
           END-IF.

       AplicarSituacao.
           IF CartaoCancelado
               DISPLAY 'Cartão já cancelado em ' CartaoDataStatus '.'
           ELSE
               EVALUATE WS-Motivo
                   WHEN 'B'
                       IF CartaoBloqueado
                           DISPLAY 'Cartão já está bloqueado.'
                       ELSE
                           MOVE 'B' TO CartaoStatus
                           MOVE WS-DataHojeOrd TO CartaoDataStatus
                           REWRITE CartaoRecord
                           DISPLAY 'Cartão bloqueado temporariamente.'
                       END-IF
                   WHEN 'D'
                       IF CartaoAtivo
                           DISPLAY 'Cartão não está bloqueado.'
                       ELSE
                           MOVE 'A' TO CartaoStatus
                           MOVE WS-DataHojeOrd TO CartaoDataStatus
                           REWRITE CartaoRecord
                           DISPLAY 'Cartão desbloqueado.'
                       END-IF
                   WHEN OTHER
                       MOVE 'C' TO CartaoStatus
                       MOVE WS-Motivo TO CartaoMotivoCancel
                       MOVE WS-DataHojeOrd TO CartaoDataStatus
                       REWRITE CartaoRecord
                       DISPLAY 'Cartão cancelado definitivamente.'
                       DISPLAY 'Use a 2ª via para repor o plástico.'
                       MOVE 'CART' TO WS-NotifTipo
                       MOVE CartaoClienteID TO WS-NotifCliente
                       MOVE CartaoContaNumero TO WS-NotifConta
                       MOVE 0 TO WS-NotifValor
                       MOVE SPACES TO WS-NotifTexto
                       STRING 'Cartao final ' DELIMITED BY SIZE
                              CartaoNumero(13:4) DELIMITED BY SIZE
                              ' cancelado por perda/roubo'
                                  DELIMITED BY SIZE
                           INTO WS-NotifTexto
                       CALL 'RegistrarNotificacao' USING
                           WS-NotifTipo WS-NotifCliente
                           WS-NotifConta WS-NotifValor
                           WS-NotifTexto
               END-EVALUATE
           END-IF.

       ListarCartoes.
           DISPLAY 'Número da conta: '
           ACCEPT WS-ContaInformada
           MOVE 0 TO WS-Listados
           OPEN INPUT CartaoFile
           IF WS-CartaoFileStatus NOT = '00'
               DISPLAY 'Nenhum cartão emitido.'
           ELSE
               PERFORM UNTIL WS-CartaoFileStatus = '10'
                   READ CartaoFile INTO CartaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CartaoContaNumero = WS-ContaInformada
                               ADD 1 TO WS-Listados
                               DISPLAY CartaoNumero ' via ' CartaoVia
                                   ' portador ' CartaoClienteID
                                   ' validade ' CartaoValidade
                                   ' status ' CartaoStatus
                                   CartaoMotivoCancel
                                   ' função ' CartaoFuncao
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CartaoFile
               DISPLAY 'Cartões da conta: ' WS-Listados
           END-IF.

       VerificarConta.
           MOVE 'N' TO WS-ContaValida
           OPEN INPUT ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN INPUT ContaFile
           END-IF
           MOVE WS-ContaInformada TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ContaAtiva
                       MOVE 'S' TO WS-ContaValida
                   END-IF
           END-READ
           CLOSE ContaFile.

      * O portador tem de ser o titular ou um dos cotitulares da
      * conta lida em VerificarConta; zero escolhe o titular.
       VerificarPortador.
           MOVE 'N' TO WS-PortadorValido
           IF WS-PortadorID = 0 OR WS-PortadorID = ContaClienteID
               MOVE ContaClienteID TO WS-PortadorID
               MOVE ContaTitular TO WS-PortadorNome
               MOVE 'S' TO WS-PortadorValido
           ELSE
               PERFORM VARYING WS-CotIdx FROM 1 BY 1
                       UNTIL WS-CotIdx > ContaQtdeCotitulares
                   IF ContaCotitularClienteID(WS-CotIdx) =
                           WS-PortadorID
                       MOVE ContaCotitularNome(WS-CotIdx)
                           TO WS-PortadorNome
                       MOVE 'S' TO WS-PortadorValido
                   END-IF
               END-PERFORM
           END-IF.

       GravarCartaoNovo.
           IF WS-SegundaViaOk NOT = 'S'
               PERFORM ObterNumeroNovo
           END-IF
           MOVE WS-NumeroNovo TO CartaoNumero
           MOVE WS-ContaAnterior TO CartaoContaNumero
           MOVE WS-ClienteAnterior TO CartaoClienteID
           MOVE WS-NomeAnterior TO CartaoNomeImpresso
           MOVE WS-DataHojeOrd TO CartaoDataEmissao
           COMPUTE CartaoValidade =
               (WS-DataHojeOrd / 100) + (WS-ValidadeAnos * 100)
           MOVE WS-ViaAnterior TO CartaoVia
           MOVE 'A' TO CartaoStatus
           MOVE SPACE TO CartaoMotivoCancel
           MOVE WS-DataHojeOrd TO CartaoDataStatus
           MOVE SPACES TO CartaoSubstituto
           MOVE WS-OperadorID TO CartaoOperadorID
           MOVE WS-FuncaoAnterior TO CartaoFuncao

           OPEN EXTEND CartaoFile
           IF WS-CartaoFileStatus = '35'
               OPEN OUTPUT CartaoFile
           END-IF
           WRITE CartaoRecord
           CLOSE CartaoFile.

      * Conta cartão de crédito: o cliente tem de ser titular da conta
      * de cobrança da fatura. Nasce com limite zero; o limite pedido
      * fica pendente até a aprovação do supervisor.
       AbrirContaCredito.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-ClienteInformado
           PERFORM LocalizarContaCredito
           IF WS-CCredAchada = 'S'
               DISPLAY 'Cliente já tem conta cartão de crédito.'
           ELSE
               DISPLAY 'Conta corrente para débito da fatura: '
               ACCEPT WS-ContaInformada
               PERFORM VerificarConta
               IF WS-ContaValida = 'N' OR
                       ContaClienteID NOT = WS-ClienteInformado
                   DISPLAY 'Conta não encontrada, não ativa ou de'
                   DISPLAY 'outro titular!'
               ELSE
      *        Conta crédito só com o dossiê documental completo.
               CALL 'VerificarDossie' USING WS-ClienteInformado
                   WS-DossieSituacao WS-DossiePendentes
               IF WS-DossieSituacao NOT = 'C'
                   DISPLAY 'Dossiê documental incompleto!'
                   DISPLAY 'Abertura não permitida.'
                   DISPLAY WS-DossiePendentes
               ELSE
                   DISPLAY 'Dia de vencimento da fatura (1 a 28): '
                   ACCEPT WS-DiaVencimento
                   IF WS-DiaVencimento < 1 OR WS-DiaVencimento > 28
                       DISPLAY 'Dia de vencimento inválido.'
                   ELSE
                       PERFORM GravarContaCredito
                       DISPLAY 'Conta cartão aberta para o cliente '
                           WS-ClienteInformado '.'
                       PERFORM PedirLimiteCredito
                   END-IF
               END-IF
               END-IF
           END-IF.

       GravarContaCredito.
           MOVE WS-ClienteInformado TO CCredClienteID
           MOVE WS-ContaInformada TO CCredContaNumero
           MOVE 0 TO CCredLimite
           MOVE WS-DiaVencimento TO CCredDiaVencimento
           MOVE 0 TO CCredSaldoCompras
           MOVE 0 TO CCredSaldoFaturado
           MOVE 0 TO CCredSaldoRotativo
           MOVE WS-DataHojeOrd TO CCredDataUltFechamento
           MOVE 0 TO CCredDataAtraso
           MOVE WS-DataHojeOrd TO CCredDataAbertura
           MOVE 'A' TO CCredStatus
           OPEN EXTEND ContaCartaoFile
           IF WS-CCredFileStatus = '35'
               OPEN OUTPUT ContaCartaoFile
           END-IF
           WRITE ContaCartaoRecord
           CLOSE ContaCartaoFile.

       SolicitarLimiteCredito.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-ClienteInformado
           PERFORM LocalizarContaCredito
           IF WS-CCredAchada = 'N'
               DISPLAY 'Cliente sem conta cartão de crédito ativa.'
           ELSE
               DISPLAY 'Limite vigente: R$ ' CCredLimite
               DISPLAY 'Em uso: compras R$ ' CCredSaldoCompras
                   ' fatura R$ ' CCredSaldoFaturado
                   ' rotativo R$ ' CCredSaldoRotativo
               PERFORM PedirLimiteCredito
           END-IF.

      * O limite é alteração sensível: vai para a dupla custódia
      * com a imagem antes/depois e só vale depois da aprovação.
       PedirLimiteCredito.
           DISPLAY 'Novo limite de crédito (0 = mantém): '
           ACCEPT WS-NovoLimite
           IF WS-NovoLimite NOT = 0
               MOVE CCredLimite TO WS-ValorEd
               MOVE SPACES TO WS-AltAntes
               MOVE WS-ValorEd TO WS-AltAntes(1:12)
               MOVE WS-NovoLimite TO WS-ValorEd
               MOVE SPACES TO WS-AltDepois
               MOVE WS-ValorEd TO WS-AltDepois(1:12)
               MOVE WS-ClienteInformado TO WS-AltChaveCli
               CALL 'RegistrarAlteracaoPendente' USING
                   WS-AltArquivo WS-AltChaveCli WS-AltCampo
                   WS-AltAntes WS-AltDepois WS-OperadorID
               DISPLAY 'Limite pendente de aprovação do supervisor.'
           END-IF.

       LocalizarContaCredito.
           MOVE 'N' TO WS-CCredAchada
           OPEN INPUT ContaCartaoFile
           IF WS-CCredFileStatus = '00'
               PERFORM UNTIL WS-CCredFileStatus = '10'
                   READ ContaCartaoFile INTO ContaCartaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CCredClienteID = WS-ClienteInformado
                                   AND CCredAtiva
                               MOVE 'S' TO WS-CCredAchada
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContaCartaoFile
           END-IF.

       ConsultarFaturas.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-ClienteInformado
           MOVE 0 TO WS-Listados
           OPEN INPUT FaturaFile
           IF WS-FaturaFileStatus NOT = '00'
               DISPLAY 'Nenhuma fatura fechada.'
           ELSE
               PERFORM UNTIL WS-FaturaFileStatus = '10'
                   READ FaturaFile INTO FaturaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF FaturaClienteID = WS-ClienteInformado
                               ADD 1 TO WS-Listados
                               DISPLAY 'Fechamento '
                                   FaturaDataFechamento
                                   ' venc ' FaturaDataVencimento
                                   ' total R$ ' FaturaValorTotal
                                   ' mínimo R$ '
                                   FaturaPagamentoMinimo
                                   ' pago R$ ' FaturaValorPago
                                   ' status ' FaturaStatus
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FaturaFile
               DISPLAY 'Faturas do cliente: ' WS-Listados
           END-IF.

       ObterNumeroNovo.
           MOVE 0 TO WS-NumeroSeq
           OPEN INPUT CartaoSeqFile
           IF WS-CartaoSeqStatus = '00'
               READ CartaoSeqFile INTO CartaoSeqRecord
                   NOT AT END
                       MOVE SeqUltimoCartao TO WS-NumeroSeq
               END-READ
               CLOSE CartaoSeqFile
           END-IF
           ADD 1 TO WS-NumeroSeq
           MOVE WS-NumeroSeq TO SeqUltimoCartao
           OPEN OUTPUT CartaoSeqFile
           WRITE CartaoSeqRecord
           CLOSE CartaoSeqFile
           PERFORM CalcularDigitoLuhn.

      * Luhn: da direita para a esquerda sobre as 15 posições, dobra
      * uma sim, outra não, começando pela última; produto de dois
      * algarismos entra pela soma deles. O dígito completa a soma
      * até o próximo múltiplo de 10.
       CalcularDigitoLuhn.
           MOVE 0 TO WS-LuhnSoma
           MOVE 'S' TO WS-LuhnDobra
           PERFORM VARYING WS-LuhnIdx FROM 15 BY -1
                   UNTIL WS-LuhnIdx < 1
               IF WS-LuhnDobra = 'S'
                   COMPUTE WS-LuhnParcela =
                       WS-NumeroDigito(WS-LuhnIdx) * 2
                   IF WS-LuhnParcela > 9
                       SUBTRACT 9 FROM WS-LuhnParcela
                   END-IF
                   MOVE 'N' TO WS-LuhnDobra
               ELSE
                   MOVE WS-NumeroDigito(WS-LuhnIdx) TO WS-LuhnParcela
                   MOVE 'S' TO WS-LuhnDobra
               END-IF
               ADD WS-LuhnParcela TO WS-LuhnSoma
           END-PERFORM
           COMPUTE WS-NumeroDV =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LuhnSoma, 10), 10).

       END PROGRAM ManutencaoCartoes.
