       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransacaoFundos.

      *****************************************************************
      *  TransacaoFundos.cbl - Aplicação e resgate em fundos de
      *  investimento, em quantidade de cotas. A aplicação debita a
      *  conta e converte o valor na cota do dia (cotas_fundos.dat,
      *  carregado pelo ImportarCotas); o resgate é cotizado na cota
      *  do dia, com o IR sobre o ganho acima do custo médio já
      *  apurado, e fica pendente em resgates_fundos.dat até a data
      *  de liquidação D+n (dias úteis do calendário de feriados),
      *  quando o LiquidacaoFundos credita a conta. Sem cota do dia
      *  importada não há conversão.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FileStatus.

           SELECT OperadorFile ASSIGN TO 'operadores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OperFileStatus.

           SELECT MovimentacaoFile ASSIGN TO 'movimentacao.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MovimentacaoChave
               FILE STATUS IS WS-MovFileStatus.

           SELECT ProtocoloSeqFile ASSIGN TO 'protseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProtSeqFileStatus.

           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

           SELECT FundoFile ASSIGN TO 'fundos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FundoFileStatus.

           SELECT CotaFile ASSIGN TO 'cotas_fundos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CotaFileStatus.

           SELECT PosFundoFile ASSIGN TO 'posicao_fundos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PosFileStatus.

           SELECT ResgFundoFile ASSIGN TO 'resgates_fundos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ResgFileStatus.

           SELECT MovFundoFile ASSIGN TO 'movfundos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MovFundoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  OperadorFile.
       COPY OPERREC.

       FD  MovimentacaoFile.
       COPY MOVREC.

       FD  ProtocoloSeqFile.
       01  ProtocoloSeqRecord.
           05  SeqUltimoProtocolo     PIC 9(10).

       FD  ClienteFile.
       COPY CLIEREC.

       FD  FundoFile.
       COPY FUNDOREC.

       FD  CotaFile.
       COPY COTAREC.

       FD  PosFundoFile.
       COPY POSFUNDOREC.

       FD  ResgFundoFile.
       COPY RESGFUNDOREC.

       FD  MovFundoFile.
       COPY MOVFUNDOREC.

       WORKING-STORAGE SECTION.
       01  WS-ContaNumero       PIC 9(7).
       01  WS-ContaTitular      PIC A(50).
       01  WS-ContaSaldo        PIC S9(7)V99 VALUE 0.
       01  WS-ContaLimite       PIC 9(7)V99 VALUE 0.
       01  WS-ContaBloqueio     PIC 9(7)V99 VALUE 0.
       01  WS-ContaStatus       PIC X(1) VALUE 'A'.
       01  WS-ContaMoeda        PIC X(3) VALUE 'BRL'.
       01  WS-FileStatus        PIC XX.
       01  WS-MovFileStatus     PIC XX.
       01  WS-FundoFileStatus   PIC XX.
       01  WS-CotaFileStatus    PIC XX.
       01  WS-PosFileStatus     PIC XX.
       01  WS-ResgFileStatus    PIC XX.
       01  WS-MovFundoStatus    PIC XX.
       01  WS-ExitFlag          PIC X VALUE 'N'.
       01  WS-OperacaoChoice    PIC X VALUE ' '.
       01  WS-OperacaoMenu      PIC X(50) VALUE
           '[A]plicar [R]esgatar [P]osição [E]Sair: '.
       01  WS-DataHoje.
           05  WS-AnoHoje       PIC 9(4).
           05  WS-MesHoje       PIC 9(2).
           05  WS-DiaHoje       PIC 9(2).
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-MovData           PIC X(10).
       01  WS-MovHora           PIC X(8).
       01  WS-MovDescricao      PIC A(100).
       01  WS-ProtSeqFileStatus PIC XX.
       01  WS-Protocolo         PIC 9(10) VALUE 0.
       01  WS-ContaPIN          PIC 9(4) VALUE 0.
       01  WS-PINDigitado       PIC 9(4).
       01  WS-PINValido         PIC X VALUE 'Y'.
       01  WS-ContaPINSal       PIC X(10).
       01  WS-ContaPINHash      PIC X(16).
       01  WS-HashTexto         PIC X(12).
       01  WS-HashCalculado     PIC X(16).
       01  WS-LogNivel          PIC X(10) VALUE 'INFO'.
       01  WS-LogMensagem       PIC X(100).
       01  WS-LogValor          PIC Z(6)9.99.
       01  WS-ClienteFileStatus PIC XX.
       01  WS-ContaClienteID    PIC 9(5).
       01  WS-ClienteStatus     PIC X(1) VALUE 'A'.
       01  WS-ContaEmUso        PIC X VALUE 'N'.
       01  WS-OperadorID        PIC X(10).
       01  WS-OperFileStatus    PIC XX.
       01  WS-OperPerfil        PIC X VALUE ' '.
       01  WS-DVDigitado        PIC 9 VALUE 0.
       01  WS-DVValido          PIC X VALUE 'S'.
       01  WS-UtilFuncao        PIC X(8) VALUE 'DVCONTA'.
       01  WS-UtilEntrada       PIC 9(8) VALUE 0.
       01  WS-UtilSaida         PIC 9(8) VALUE 0.
       01  WS-UtilResultado     PIC X VALUE 'N'.
       01  WS-MovGravado        PIC X VALUE 'N'.
      * Fundo escolhido e cota do dia.
       01  WS-FundoCodigo       PIC 9(4) VALUE 0.
       01  WS-FundoAchado       PIC X VALUE 'N'.
       01  WS-FundoNome         PIC X(40).
       01  WS-FundoClasse       PIC X(1).
       01  WS-FundoPrazo        PIC 9(2) VALUE 0.
       01  WS-FundoMinima       PIC 9(7)V99 VALUE 0.
       01  WS-FundoStatus       PIC X(1).
       01  WS-CotaDia           PIC 9(5)V9(8) VALUE 0.
       01  WS-CotaAchada        PIC X VALUE 'N'.
       01  WS-CotaDataRef       PIC 9(8) VALUE 0.
       01  WS-CotaDataAchada    PIC 9(8) VALUE 0.
      * Aplicação, resgate e posição.
       01  WS-ValorAplicacao    PIC 9(7)V99 VALUE 0.
       01  WS-CotasMovimento    PIC 9(9)V9(6) VALUE 0.
       01  WS-CotasPosicao      PIC 9(9)V9(6) VALUE 0.
       01  WS-CustoPosicao      PIC 9(5)V9(8) VALUE 0.
       01  WS-PosicaoAchada     PIC X VALUE 'N'.
       01  WS-ValorBruto        PIC 9(9)V99 VALUE 0.
       01  WS-GanhoResgate      PIC S9(9)V99 VALUE 0.
       01  WS-AliquotaIR        PIC 9V9(3) VALUE 0.
       01  WS-ValorIR           PIC 9(7)V99 VALUE 0.
       01  WS-DataLiquidacao    PIC 9(8) VALUE 0.
       01  WS-DiaInteiro        PIC 9(8) VALUE 0.
       01  WS-ValorPosicao      PIC 9(9)V99 VALUE 0.
       01  WS-QtdePosicoes      PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY 'Informe o ID do operador: '
           ACCEPT WS-OperadorID

           PERFORM VerificarPerfilOperador
      *    Perfil somente-consulta não posta: bloqueio na porta.
           IF WS-OperPerfil = 'Q'
               DISPLAY 'Perfil de consulta: operação bloqueada.'
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           COMPUTE WS-DataHojeOrd =
               WS-AnoHoje * 10000 + WS-MesHoje * 100 + WS-DiaHoje
           MOVE WS-DataHoje TO WS-MovData
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-MovHora

           OPEN I-O ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN I-O ContaFile
           END-IF
           OPEN I-O MovimentacaoFile
           IF WS-MovFileStatus = '35'
               OPEN OUTPUT MovimentacaoFile
               CLOSE MovimentacaoFile
               OPEN I-O MovimentacaoFile
           END-IF

           DISPLAY 'Fundos de Investimento'
           DISPLAY '----------------------'
           DISPLAY 'Digite o número da conta (até 7 dígitos): '
           ACCEPT WS-ContaNumero
           MOVE WS-ContaNumero TO WS-UtilEntrada
           PERFORM PedirDigitoConta
           IF WS-DVValido = 'N'
               DISPLAY 'Operação encerrada.'
               MOVE 'Y' TO WS-ExitFlag
           END-IF

           IF WS-DVValido = 'N'
               CONTINUE
           ELSE
           PERFORM BuscarConta
           IF WS-ContaEmUso = 'Y'
               CONTINUE
           ELSE
           IF WS-ExitFlag = 'Y'
               DISPLAY 'Conta não encontrada!'
               DISPLAY 'Operação encerrada.'
           ELSE
               DISPLAY 'Conta encontrada!'
               DISPLAY 'Titular: ' WS-ContaTitular
               DISPLAY 'Saldo: ' WS-ContaSaldo ' ' WS-ContaMoeda
               PERFORM VerificarClienteBloqueado

               IF WS-ContaStatus = 'E'
                   DISPLAY 'Conta encerrada! Operação não permitida.'
               ELSE
               IF WS-ClienteStatus = 'B'
                   DISPLAY 'Cliente bloqueado! Operação não'
                   DISPLAY 'permitida.'
               ELSE
               IF WS-ContaMoeda NOT = 'BRL'
                   DISPLAY 'Fundos só para conta em reais.'
               ELSE
               PERFORM VerificarPIN
               IF WS-PINValido = 'N'
                   DISPLAY 'PIN incorreto! Operação não permitida.'
               ELSE
                   PERFORM OperacoesFundos
               END-IF
               END-IF
               END-IF
               END-IF
               UNLOCK ContaFile
           END-IF
           END-IF
           END-IF

           CLOSE MovimentacaoFile
           CLOSE ContaFile
           GOBACK.


      * Confere o dígito verificador do número de conta digitado
      * antes de tocar contas.dat. O chamador deixa o número em
      * WS-UtilEntrada.
       PedirDigitoConta.
           DISPLAY 'Dígito verificador da conta: '
           ACCEPT WS-DVDigitado
           MOVE 'S' TO WS-DVValido
           MOVE 'DVCONTA' TO WS-UtilFuncao
           CALL 'Utilitarios' USING WS-UtilFuncao WS-UtilEntrada
               WS-UtilSaida WS-UtilResultado
           IF WS-UtilSaida NOT = WS-DVDigitado
               MOVE 'N' TO WS-DVValido
               DISPLAY 'Dígito verificador inválido!'
           END-IF.

       OperacoesFundos.
           DISPLAY WS-OperacaoMenu
           ACCEPT WS-OperacaoChoice

           EVALUATE WS-OperacaoChoice
               WHEN 'A'
               WHEN 'a'
                   PERFORM ProcessarAplicacaoFundo
               WHEN 'R'
               WHEN 'r'
                   PERFORM ProcessarResgateFundo
               WHEN 'P'
               WHEN 'p'
                   PERFORM ExibirPosicoes
               WHEN 'E'
               WHEN 'e'
                   MOVE 'Y' TO WS-ExitFlag
                   DISPLAY 'Operação encerrada.'
               WHEN OTHER
                   DISPLAY 'Opção inválida!'
           END-EVALUATE

           IF WS-ExitFlag = 'N'
               PERFORM OperacoesFundos
           END-IF.

       ProcessarAplicacaoFundo.
           DISPLAY 'Código do fundo: '
           ACCEPT WS-FundoCodigo
           DISPLAY 'Valor da aplicação: '
           ACCEPT WS-ValorAplicacao
           PERFORM LocalizarFundo
           MOVE WS-DataHojeOrd TO WS-CotaDataRef
           PERFORM ObterCotaDia

           IF WS-FundoAchado = 'N'
               DISPLAY 'Fundo não cadastrado!'
           ELSE
           IF WS-FundoStatus NOT = 'A'
               DISPLAY 'Fundo baixado: não aceita aplicações.'
           ELSE
           IF WS-CotaAchada = 'N'
               DISPLAY 'Cota do dia ainda não importada para o fundo.'
           ELSE
           IF WS-ValorAplicacao <= 0 OR
                   WS-ValorAplicacao < WS-FundoMinima
               DISPLAY 'Valor abaixo da aplicação mínima do fundo: '
                   WS-FundoMinima
           ELSE
           IF WS-ValorAplicacao >
                   WS-ContaSaldo + WS-ContaLimite - WS-ContaBloqueio
               DISPLAY 'Saldo insuficiente para aplicação.'
           ELSE
               COMPUTE WS-CotasMovimento ROUNDED =
                   WS-ValorAplicacao / WS-CotaDia
               SUBTRACT WS-ValorAplicacao FROM WS-ContaSaldo
               MOVE WS-ContaSaldo TO ContaSaldo
               REWRITE ContaRecord
           CALL 'GravarJournal' USING 'TransacaoFundos     '
               'contas          ' ContaRecord

               MOVE SPACES TO WS-MovDescricao
               STRING 'Aplicação em fundo ' DELIMITED BY SIZE
                      WS-FundoCodigo DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FundoNome DELIMITED BY SIZE
                   INTO WS-MovDescricao
               PERFORM ObterProximoProtocolo
               MOVE WS-ContaNumero TO MovimentacaoContaNumero
               MOVE WS-MovData TO MovimentacaoData
               MOVE FUNCTION CURRENT-DATE(9:8) TO MovimentacaoHora
               MOVE 'A' TO MovimentacaoTipo
               MOVE WS-ValorAplicacao TO MovimentacaoValor
               MOVE WS-ContaSaldo TO MovimentacaoSaldoApos
               MOVE WS-MovDescricao TO MovimentacaoDescricao
               MOVE 0 TO MovimentacaoContaRelacionada
               MOVE WS-Protocolo TO MovimentacaoProtocolo
               MOVE WS-OperadorID TO MovimentacaoOperadorID
               PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'TransacaoFundos     '
               'movimentacao    ' MovimentacaoRecord

               PERFORM SomarCotasPosicao
               MOVE WS-ValorAplicacao TO WS-ValorBruto
               MOVE 0 TO WS-ValorIR
               MOVE 'A' TO MovFundoTipo
               PERFORM GravarMovimentoFundo

               DISPLAY 'Aplicação realizada com sucesso!'
               DISPLAY 'Protocolo: ' WS-Protocolo
               DISPLAY 'Cota do dia: ' WS-CotaDia
               DISPLAY 'Cotas adquiridas: ' WS-CotasMovimento
               DISPLAY 'Novo saldo: ' WS-ContaSaldo ' ' WS-ContaMoeda
               MOVE WS-ValorAplicacao TO WS-LogValor
               PERFORM RegistrarLog
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * O resgate sai da posição no pedido (as cotas não podem ser
      * resgatadas duas vezes) e o crédito fica agendado para D+n.
       ProcessarResgateFundo.
           DISPLAY 'Código do fundo: '
           ACCEPT WS-FundoCodigo
           PERFORM LocalizarFundo
           PERFORM LerPosicao
           MOVE WS-DataHojeOrd TO WS-CotaDataRef
           PERFORM ObterCotaDia

           IF WS-FundoAchado = 'N'
               DISPLAY 'Fundo não cadastrado!'
           ELSE
           IF WS-PosicaoAchada = 'N' OR WS-CotasPosicao = 0
               DISPLAY 'Conta sem posição neste fundo.'
           ELSE
           IF WS-CotaAchada = 'N'
               DISPLAY 'Cota do dia ainda não importada para o fundo.'
           ELSE
               DISPLAY 'Cotas disponíveis: ' WS-CotasPosicao
               DISPLAY 'Cotas a resgatar (0 = resgate total): '
               ACCEPT WS-CotasMovimento
               IF WS-CotasMovimento = 0
                   MOVE WS-CotasPosicao TO WS-CotasMovimento
               END-IF
               IF WS-CotasMovimento > WS-CotasPosicao
                   DISPLAY 'Quantidade acima da posição!'
               ELSE
                   PERFORM EfetivarPedidoResgate
               END-IF
           END-IF
           END-IF
           END-IF.

       EfetivarPedidoResgate.
           COMPUTE WS-ValorBruto ROUNDED =
               WS-CotasMovimento * WS-CotaDia
           PERFORM CalcularIRResgate
           PERFORM CalcularDataLiquidacao
           PERFORM BaixarCotasPosicao

           MOVE WS-FundoCodigo TO ResgFundoCodigo
           MOVE WS-ContaNumero TO ResgFundoConta
           MOVE WS-CotasMovimento TO ResgFundoCotas
           MOVE WS-CotaDia TO ResgFundoCota
           MOVE WS-ValorBruto TO ResgFundoValorBruto
           MOVE WS-ValorIR TO ResgFundoValorIR
           MOVE WS-DataHojeOrd TO ResgFundoDataPedido
           MOVE WS-DataLiquidacao TO ResgFundoDataLiquidacao
           MOVE WS-OperadorID TO ResgFundoOperadorID
           MOVE 'P' TO ResgFundoStatus
           OPEN EXTEND ResgFundoFile
           IF WS-ResgFileStatus = '35'
               OPEN OUTPUT ResgFundoFile
           END-IF
           WRITE ResgFundoRecord
           CLOSE ResgFundoFile

           MOVE 'R' TO MovFundoTipo
           PERFORM GravarMovimentoFundo

           DISPLAY 'Resgate registrado!'
           DISPLAY 'Cota do dia: ' WS-CotaDia
           DISPLAY 'Valor bruto: ' WS-ValorBruto
           IF WS-ValorIR > 0
               DISPLAY 'IR a reter: ' WS-ValorIR
           END-IF
           DISPLAY 'Crédito em conta em: ' WS-DataLiquidacao
           MOVE WS-ValorBruto TO WS-LogValor
           PERFORM RegistrarLog.

      * IR sobre o ganho acima do custo médio (que o come-cotas já
      * reposiciona), na alíquota da classe do fundo.
       CalcularIRResgate.
           MOVE 0 TO WS-ValorIR
           IF WS-FundoClasse = 'C'
               MOVE 0.200 TO WS-AliquotaIR
           ELSE
               MOVE 0.150 TO WS-AliquotaIR
           END-IF
           COMPUTE WS-GanhoResgate ROUNDED =
               WS-CotasMovimento * (WS-CotaDia - WS-CustoPosicao)
           IF WS-GanhoResgate > 0
               COMPUTE WS-ValorIR ROUNDED =
                   WS-GanhoResgate * WS-AliquotaIR
           END-IF.

      * D+n em dias úteis: o dia do pedido rola para o primeiro dia
      * útil (D+0) e cada dia do prazo avança mais um dia útil.
       CalcularDataLiquidacao.
           MOVE 'DIAUTIL' TO WS-UtilFuncao
           MOVE WS-DataHojeOrd TO WS-UtilEntrada
           CALL 'Utilitarios' USING WS-UtilFuncao WS-UtilEntrada
               WS-UtilSaida WS-UtilResultado
           MOVE WS-UtilSaida TO WS-DataLiquidacao
           PERFORM WS-FundoPrazo TIMES
               COMPUTE WS-DiaInteiro =
                   FUNCTION INTEGER-OF-DATE(WS-DataLiquidacao) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DiaInteiro)
                   TO WS-UtilEntrada
               CALL 'Utilitarios' USING WS-UtilFuncao WS-UtilEntrada
                   WS-UtilSaida WS-UtilResultado
               MOVE WS-UtilSaida TO WS-DataLiquidacao
           END-PERFORM.

       LocalizarFundo.
           MOVE 'N' TO WS-FundoAchado
           OPEN INPUT FundoFile
           IF WS-FundoFileStatus = '00'
               PERFORM UNTIL WS-FundoFileStatus = '10'
                   READ FundoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF FundoCodigo = WS-FundoCodigo
                               MOVE 'Y' TO WS-FundoAchado
                               MOVE FundoNome TO WS-FundoNome
                               MOVE FundoClasse TO WS-FundoClasse
                               MOVE FundoPrazoResgate TO WS-FundoPrazo
                               MOVE FundoAplicMinima TO WS-FundoMinima
                               MOVE FundoStatus TO WS-FundoStatus
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FundoFile
           END-IF.

      * Última cota do fundo até WS-CotaDataRef; WS-CotaAchada só
      * fica 'Y' quando a cota é da própria data pedida.
       ObterCotaDia.
           MOVE 'N' TO WS-CotaAchada
           MOVE 0 TO WS-CotaDia
           MOVE 0 TO WS-CotaDataAchada
           OPEN INPUT CotaFile
           IF WS-CotaFileStatus = '00'
               PERFORM UNTIL WS-CotaFileStatus = '10'
                   READ CotaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CotaFundo = WS-FundoCodigo AND
                                   CotaData <= WS-CotaDataRef AND
                                   CotaData >= WS-CotaDataAchada
                               MOVE CotaData TO WS-CotaDataAchada
                               MOVE CotaValor TO WS-CotaDia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CotaFile
           END-IF
           IF WS-CotaDataAchada = WS-CotaDataRef AND WS-CotaDia > 0
               MOVE 'Y' TO WS-CotaAchada
           END-IF.

       LerPosicao.
           MOVE 'N' TO WS-PosicaoAchada
           MOVE 0 TO WS-CotasPosicao
           MOVE 0 TO WS-CustoPosicao
           OPEN INPUT PosFundoFile
           IF WS-PosFileStatus = '00'
               PERFORM UNTIL WS-PosFileStatus = '10'
                   READ PosFundoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PosFundoCodigo = WS-FundoCodigo AND
                                   PosFundoConta = WS-ContaNumero
                               MOVE 'Y' TO WS-PosicaoAchada
                               MOVE PosFundoCotas TO WS-CotasPosicao
                               MOVE PosFundoCustoCota
                                   TO WS-CustoPosicao
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PosFundoFile
           END-IF.

      * Entrada de cotas: o custo médio é a média ponderada entre
      * a posição anterior e a aplicação do dia.
       SomarCotasPosicao.
           MOVE 'N' TO WS-PosicaoAchada
           OPEN I-O PosFundoFile
           IF WS-PosFileStatus = '00'
               PERFORM UNTIL WS-PosFileStatus = '10'
                   READ PosFundoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PosFundoCodigo = WS-FundoCodigo AND
                                   PosFundoConta = WS-ContaNumero
                               MOVE 'Y' TO WS-PosicaoAchada
                               COMPUTE PosFundoCustoCota ROUNDED =
                                   (PosFundoCotas * PosFundoCustoCota
                                    + WS-ValorAplicacao) /
                                   (PosFundoCotas + WS-CotasMovimento)
                               ADD WS-CotasMovimento TO PosFundoCotas
                               IF PosFundoDataAplic = 0
                                   MOVE WS-DataHojeOrd
                                       TO PosFundoDataAplic
                               END-IF
                               REWRITE PosFundoRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PosFundoFile
           END-IF
           IF WS-PosicaoAchada = 'N'
               MOVE WS-FundoCodigo TO PosFundoCodigo
               MOVE WS-ContaNumero TO PosFundoConta
               MOVE WS-CotasMovimento TO PosFundoCotas
               MOVE WS-CotaDia TO PosFundoCustoCota
               MOVE WS-DataHojeOrd TO PosFundoDataAplic
               OPEN EXTEND PosFundoFile
               IF WS-PosFileStatus = '35'
                   OPEN OUTPUT PosFundoFile
               END-IF
               WRITE PosFundoRecord
               CLOSE PosFundoFile
           END-IF.

       BaixarCotasPosicao.
           OPEN I-O PosFundoFile
           IF WS-PosFileStatus = '00'
               PERFORM UNTIL WS-PosFileStatus = '10'
                   READ PosFundoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PosFundoCodigo = WS-FundoCodigo AND
                                   PosFundoConta = WS-ContaNumero
                               SUBTRACT WS-CotasMovimento
                                   FROM PosFundoCotas
                               IF PosFundoCotas = 0
                                   MOVE 0 TO PosFundoDataAplic
                               END-IF
                               REWRITE PosFundoRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PosFundoFile
           END-IF.

      * Histórico de cotas da posição; o chamador deixa o tipo em
      * MovFundoTipo.
       GravarMovimentoFundo.
           MOVE WS-DataHojeOrd TO MovFundoData
           MOVE WS-FundoCodigo TO MovFundoCodigo
           MOVE WS-ContaNumero TO MovFundoConta
           MOVE WS-CotasMovimento TO MovFundoCotas
           MOVE WS-CotaDia TO MovFundoCota
           MOVE WS-ValorBruto TO MovFundoValor
           MOVE WS-ValorIR TO MovFundoValorIR
           OPEN EXTEND MovFundoFile
           IF WS-MovFundoStatus = '35'
               OPEN OUTPUT MovFundoFile
           END-IF
           WRITE MovFundoRecord
           CLOSE MovFundoFile.

      * Posições da conta valorizadas pela última cota disponível.
       ExibirPosicoes.
           MOVE 0 TO WS-QtdePosicoes
           OPEN INPUT PosFundoFile
           IF WS-PosFileStatus = '00'
               PERFORM UNTIL WS-PosFileStatus = '10'
                   READ PosFundoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PosFundoConta = WS-ContaNumero AND
                                   PosFundoCotas > 0
                               ADD 1 TO WS-QtdePosicoes
                               PERFORM ExibirUmaPosicao
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PosFundoFile
           END-IF
           IF WS-QtdePosicoes = 0
               DISPLAY 'Conta sem posição em fundos.'
           END-IF.

       ExibirUmaPosicao.
           MOVE PosFundoCodigo TO WS-FundoCodigo
           MOVE WS-DataHojeOrd TO WS-CotaDataRef
           PERFORM ObterCotaDia
           COMPUTE WS-ValorPosicao ROUNDED =
               PosFundoCotas * WS-CotaDia
           DISPLAY 'Fundo ' PosFundoCodigo ': ' PosFundoCotas
               ' cotas x ' WS-CotaDia ' (' WS-CotaDataAchada
               ') = R$ ' WS-ValorPosicao.

       BuscarConta.
           MOVE 'N' TO WS-ExitFlag
           MOVE 'N' TO WS-ContaEmUso
           MOVE WS-ContaNumero TO ContaNumero
           READ ContaFile WITH LOCK
               INVALID KEY
                   MOVE 'Y' TO WS-ExitFlag
               NOT INVALID KEY
                   MOVE ContaTitular TO WS-ContaTitular
                   MOVE ContaSaldo TO WS-ContaSaldo
                   MOVE ContaLimite TO WS-ContaLimite
                   MOVE ContaStatus TO WS-ContaStatus
                   MOVE ContaPIN TO WS-ContaPIN
                   MOVE ContaPINSal TO WS-ContaPINSal
                   MOVE ContaPINHash TO WS-ContaPINHash
                   MOVE ContaBloqueio TO WS-ContaBloqueio
                   MOVE ContaClienteID TO WS-ContaClienteID
                   MOVE ContaMoeda TO WS-ContaMoeda
                   IF WS-ContaMoeda = SPACES
                       MOVE 'BRL' TO WS-ContaMoeda
                   END-IF
                   MOVE 'N' TO WS-ExitFlag
           END-READ
           IF WS-FileStatus = '9D'
               DISPLAY 'Conta em uso por outra sessão. Tente'
               DISPLAY 'novamente em instantes.'
               MOVE 'Y' TO WS-ContaEmUso
               MOVE 'Y' TO WS-ExitFlag
           END-IF.

       VerificarClienteBloqueado.
           MOVE 'A' TO WS-ClienteStatus
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '00'
               MOVE WS-ContaClienteID TO ClienteID
               READ ClienteFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ClienteStatus TO WS-ClienteStatus
               END-READ
               CLOSE ClienteFile
           END-IF.

       VerificarPIN.
           DISPLAY 'Digite o PIN da conta:'
           ACCEPT WS-PINDigitado
           PERFORM ConferirPINDigitado.

       RegistrarLog.
           MOVE SPACES TO WS-LogMensagem
           STRING 'Conta ' DELIMITED BY SIZE
                  WS-ContaNumero DELIMITED BY SIZE
                  ' fundo ' DELIMITED BY SIZE
                  WS-FundoCodigo DELIMITED BY SIZE
                  ' operação ' DELIMITED BY SIZE
                  MovFundoTipo DELIMITED BY SIZE
                  ' valor ' DELIMITED BY SIZE
                  WS-LogValor DELIMITED BY SIZE
               INTO WS-LogMensagem
           CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem.

      * Confere o PIN digitado contra a credencial protegida: com
      * hash gravado a comparação é pelo hash com o sal da conta;
      * hash em branco (registro ainda não migrado pelo
      * MigrarCredenciais) compara em claro.
       ConferirPINDigitado.
           IF WS-ContaPINHash = SPACES
               IF WS-PINDigitado = WS-ContaPIN
                   MOVE 'Y' TO WS-PINValido
               ELSE
                   MOVE 'N' TO WS-PINValido
               END-IF
           ELSE
               MOVE SPACES TO WS-HashTexto
               MOVE WS-PINDigitado TO WS-HashTexto(1:4)
               CALL 'HashSenha' USING WS-HashTexto WS-ContaPINSal
                   WS-HashCalculado
               IF WS-HashCalculado = WS-ContaPINHash
                   MOVE 'Y' TO WS-PINValido
               ELSE
                   MOVE 'N' TO WS-PINValido
               END-IF
           END-IF.

       ObterProximoProtocolo.
           MOVE 0 TO WS-Protocolo
           OPEN INPUT ProtocoloSeqFile
           IF WS-ProtSeqFileStatus = '00'
               READ ProtocoloSeqFile INTO ProtocoloSeqRecord
                   NOT AT END
                       MOVE SeqUltimoProtocolo TO WS-Protocolo
               END-READ
               CLOSE ProtocoloSeqFile
           END-IF
           ADD 1 TO WS-Protocolo
           MOVE WS-Protocolo TO SeqUltimoProtocolo
           OPEN OUTPUT ProtocoloSeqFile
           WRITE ProtocoloSeqRecord
           CLOSE ProtocoloSeqFile.

      * Inclusão no arquivo indexado de movimentação: a chave é
      * conta + data + protocolo e o sequencial desempata pernas da
      * mesma transação na mesma conta.
       GravarMovimentoIndexado.
           MOVE 0 TO MovimentacaoSeqReg
           MOVE 'N' TO WS-MovGravado
           PERFORM UNTIL WS-MovGravado = 'S' OR
                   MovimentacaoSeqReg > 98
               WRITE MovimentacaoRecord
                   INVALID KEY
                       ADD 1 TO MovimentacaoSeqReg
                   NOT INVALID KEY
                       MOVE 'S' TO WS-MovGravado
               END-WRITE
           END-PERFORM.

      * O programa identifica o operador sem senha (legado): o
      * perfil vem do cadastro só para barrar o perfil
      * somente-consulta, que não posta nada.
       VerificarPerfilOperador.
           MOVE ' ' TO WS-OperPerfil
           OPEN INPUT OperadorFile
           IF WS-OperFileStatus = '00'
               PERFORM UNTIL WS-OperFileStatus = '10'
                   READ OperadorFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OperadorID = WS-OperadorID
                               MOVE OperadorPerfil TO WS-OperPerfil
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperadorFile
           END-IF.

       END PROGRAM TransacaoFundos.
