       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransacaoChequeAdministrativo.

      *****************************************************************
      *  TransacaoChequeAdministrativo.cbl - Emissão e cancelamento
      *  de cheque administrativo no caixa. O cheque é sacado pelo
      *  banco contra a conta interna de cheques administrativos
      *  (parâmetro CHADM-CONTA-INTERNA), que registra o passivo:
      *  a emissão credita a interna, com débito na conta do cliente
      *  ou recebimento em espécie; a compensação debita a interna
      *  (CompensacaoCheques); o cancelamento estorna a interna e
      *  devolve o valor na conta de origem ou em espécie. A
      *  numeração é própria do banco (chadmseq.dat).
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

           SELECT MovimentacaoFile ASSIGN TO 'movimentacao.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MovimentacaoChave
               FILE STATUS IS WS-MovFileStatus.

           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

           SELECT OperadorFile ASSIGN TO 'operadores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OperFileStatus.

           SELECT ChequeAdmFile ASSIGN TO 'cheques_administrativos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ChAdmFileStatus.

           SELECT ChequeAdmSeqFile ASSIGN TO 'chadmseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ChAdmSeqStatus.

           SELECT ProtocoloSeqFile ASSIGN TO 'protseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProtSeqFileStatus.

           SELECT SessaoFile ASSIGN TO 'sessao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  MovimentacaoFile.
       COPY MOVREC.

       FD  ClienteFile.
       COPY CLIEREC.

       FD  OperadorFile.
       COPY OPERREC.

       FD  ChequeAdmFile.
       COPY CHADMREC.

       FD  ChequeAdmSeqFile.
       01  ChequeAdmSeqRecord.
           05  SeqUltimoChAdm         PIC 9(6).

       FD  ProtocoloSeqFile.
       01  ProtocoloSeqRecord.
           05  SeqUltimoProtocolo     PIC 9(10).

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
       01  WS-MovFileStatus     PIC XX.
       01  WS-ClienteFileStatus PIC XX.
       01  WS-OperFileStatus    PIC XX.
       01  WS-ChAdmFileStatus   PIC XX.
       01  WS-ChAdmSeqStatus    PIC XX.
       01  WS-ProtSeqFileStatus PIC XX.
       01  WS-SessaoStatus      PIC XX.
       01  WS-SessaoAtiva       PIC X VALUE 'N'.
       01  WS-SessaoDataHoje    PIC 9(8) VALUE 0.
       01  WS-OperadorID        PIC X(10).
       01  WS-OperadorSenha     PIC X(8).
       01  WS-OperAutenticado   PIC X VALUE 'N'.
       01  WS-OperPerfil        PIC X VALUE ' '.
       01  WS-OperLimite        PIC 9(7)V99 VALUE 0.
       01  WS-OperAgencia       PIC 9(4) VALUE 0.
       01  WS-ExitFlag          PIC X VALUE 'N'.
       01  WS-OperacaoChoice    PIC X VALUE ' '.
       01  WS-OperacaoMenu      PIC X(60) VALUE
           '[N]ovo [C]ancelar c[O]nsultar [E]Sair: '.
       01  WS-ContaInterna      PIC 9(7) VALUE 0.
       01  WS-InternaAchada     PIC X VALUE 'N'.
       01  WS-FormaEmissao      PIC X VALUE ' '.
       01  WS-ContaNumero       PIC 9(7) VALUE 0.
       01  WS-ContaAchada       PIC X VALUE 'N'.
       01  WS-SaldoCliente      PIC S9(7)V99 VALUE 0.
       01  WS-Disponivel        PIC S9(9)V99 VALUE 0.
       01  WS-ClienteStatus     PIC X VALUE 'A'.
       01  WS-ClienteCPF        PIC X(11).
       01  WS-RequerenteNome    PIC A(40).
       01  WS-RequerenteCPF     PIC X(11).
       01  WS-Favorecido        PIC A(40).
       01  WS-CPFInformado      PIC X(11).
       01  WS-Confirmacao       PIC X VALUE 'N'.
       01  WS-ChAdmValor        PIC 9(7)V99 VALUE 0.
       01  WS-ChAdmNumero       PIC 9(6) VALUE 0.
       01  WS-ChAdmAchado       PIC X VALUE 'N'.
       01  WS-DadosValidos      PIC X VALUE 'N'.
       01  WS-DevolucaoEfetuada PIC X VALUE 'N'.
       01  WS-FormaDevolucao    PIC X VALUE ' '.
       01  WS-Protocolo         PIC 9(10) VALUE 0.
       01  WS-PINDigitado       PIC 9(4).
       01  WS-PINValido         PIC X VALUE 'N'.
       01  WS-HashTexto         PIC X(12).
       01  WS-HashCalculado     PIC X(16).
       01  WS-TipoValidacao     PIC X(4) VALUE 'CPF'.
       01  WS-ValorEntrada      PIC X(47).
       01  WS-CPFValido         PIC X VALUE 'N'.
       01  WS-DVDigitado        PIC 9 VALUE 0.
       01  WS-UtilFuncao        PIC X(8) VALUE 'DVCONTA'.
       01  WS-UtilEntrada       PIC 9(8) VALUE 0.
       01  WS-UtilSaida         PIC 9(8) VALUE 0.
       01  WS-UtilResultado     PIC X VALUE 'N'.
       01  WS-ParamNome         PIC X(20).
       01  WS-ParamDataRef      PIC 9(8) VALUE 0.
       01  WS-ParamValor        PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado       PIC X VALUE 'N'.
       01  WS-MovConta          PIC 9(7) VALUE 0.
       01  WS-MovTipo           PIC X VALUE ' '.
       01  WS-MovContaRelac     PIC 9(7) VALUE 0.
       01  WS-MovDescricao      PIC X(100).
       01  WS-MovGravado        PIC X VALUE 'N'.
       01  WS-LogNivel          PIC X(10) VALUE 'INFO'.
       01  WS-LogMensagem       PIC X(100).
       01  WS-LogValor          PIC Z(6)9.99.
       01  WS-DataHoje.
           05  WS-AnoHoje       PIC 9(4).
           05  WS-MesHoje       PIC 9(2).
           05  WS-DiaHoje       PIC 9(2).
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-DataMov           PIC X(10).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LerSessaoOperador
           IF WS-SessaoAtiva = 'S'
               CONTINUE
           ELSE
               DISPLAY 'Informe o ID do operador: '
               ACCEPT WS-OperadorID
               DISPLAY 'Senha: '
               ACCEPT WS-OperadorSenha
               CALL 'AutenticarOperador' USING WS-OperadorID
                   WS-OperadorSenha WS-OperAutenticado WS-OperPerfil
                   WS-OperLimite
               IF WS-OperAutenticado NOT = 'S'
                   DISPLAY 'Operador ou senha inválidos!'
                   GOBACK
               END-IF
               PERFORM LocalizarAgenciaOperador
           END-IF

      *    Perfil somente-consulta não posta: bloqueio na porta.
           IF WS-OperPerfil = 'Q'
               DISPLAY 'Perfil de consulta: operação bloqueada.'
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd
           STRING WS-AnoHoje DELIMITED BY SIZE
                  WS-MesHoje DELIMITED BY SIZE
                  WS-DiaHoje DELIMITED BY SIZE
               INTO WS-DataMov

           MOVE WS-DataHojeOrd TO WS-ParamDataRef
           MOVE 'CHADM-CONTA-INTERNA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-ContaInterna
           END-IF
           IF WS-ContaInterna = 0
               DISPLAY 'Conta interna de cheques administrativos não'
               DISPLAY 'configurada (CHADM-CONTA-INTERNA).'
               GOBACK
           END-IF

           DISPLAY 'Cheque Administrativo'
           DISPLAY '---------------------'
           PERFORM OperacoesChequeAdm
           GOBACK.

       OperacoesChequeAdm.
           DISPLAY WS-OperacaoMenu
           ACCEPT WS-OperacaoChoice

           EVALUATE WS-OperacaoChoice
               WHEN 'N'
               WHEN 'n'
                   PERFORM EmitirChequeAdm
               WHEN 'C'
               WHEN 'c'
                   PERFORM CancelarChequeAdm
               WHEN 'O'
               WHEN 'o'
                   PERFORM ConsultarChequeAdm
               WHEN 'E'
               WHEN 'e'
                   MOVE 'Y' TO WS-ExitFlag
                   DISPLAY 'Operação encerrada.'
               WHEN OTHER
                   DISPLAY 'Opção inválida!'
           END-EVALUATE

           IF WS-ExitFlag = 'N'
               PERFORM OperacoesChequeAdm
           END-IF.

      * Sessão do menu de caixa: quando o MenuCaixa já autenticou o
      * operador, a identificação vem de sessao.dat e o programa não
      * pede login de novo.
       LerSessaoOperador.
           MOVE 'N' TO WS-SessaoAtiva
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SessaoDataHoje
           OPEN INPUT SessaoFile
           IF WS-SessaoStatus = '00'
               READ SessaoFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SessaoOperadorID NOT = SPACES AND
                               SessaoData = WS-SessaoDataHoje
                           MOVE 'S' TO WS-SessaoAtiva
                           MOVE SessaoOperadorID TO WS-OperadorID
                           MOVE SessaoPerfil TO WS-OperPerfil
                           MOVE SessaoLimite TO WS-OperLimite
                           MOVE SessaoAgencia TO WS-OperAgencia
                           IF SessaoTreinamento = 'S'
                               DISPLAY '*** MODO TREINAMENTO - '
                                   'DADOS DE EXERCÍCIO ***'
                           END-IF
                       END-IF
               END-READ
               CLOSE SessaoFile
           END-IF.

      * Sem sessão do MenuCaixa a agência do caixa vem da lotação do
      * operador em operadores.dat.
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

      *****************************************************************
      * Emissão: requerente (conta ou espécie), favorecido e valor
      * dentro da alçada do operador. Na emissão por conta o titular
      * confirma com o PIN e o valor sai do disponível (saldo mais
      * limite, menos bloqueios). O crédito na conta interna
      * registra o cheque em circulação.
      *****************************************************************
       EmitirChequeAdm.
           MOVE 'N' TO WS-DadosValidos
           DISPLAY 'Requerente: [C] débito em conta, [D] dinheiro: '
           ACCEPT WS-FormaEmissao
           MOVE FUNCTION UPPER-CASE(WS-FormaEmissao)
               TO WS-FormaEmissao
           IF WS-FormaEmissao NOT = 'C' AND WS-FormaEmissao NOT = 'D'
               DISPLAY 'Forma de emissão inválida!'
           ELSE
               PERFORM PedirRequerente
               IF WS-DadosValidos = 'S'
                   PERFORM PedirFavorecidoValor
               END-IF
               IF WS-DadosValidos = 'S'
                   PERFORM AbrirArquivosConta
                   PERFORM VerificarContaInterna
                   IF WS-InternaAchada = 'N'
                       DISPLAY 'Conta interna de cheques '
                           'administrativos não encontrada!'
                   ELSE
                   IF WS-FormaEmissao = 'C'
                       PERFORM EmitirComDebito
                   ELSE
                       MOVE 0 TO WS-ContaNumero
                       PERFORM ObterProximoProtocolo
                       PERFORM ObterProximoChequeAdm
                       PERFORM CreditarContaInterna
                       PERFORM GravarChequeAdm
                   END-IF
                   END-IF
                   PERFORM FecharArquivosConta
               END-IF
           END-IF.

       PedirRequerente.
           MOVE 'N' TO WS-DadosValidos
           IF WS-FormaEmissao = 'C'
               DISPLAY 'Número da conta do requerente: '
               ACCEPT WS-ContaNumero
               DISPLAY 'Dígito verificador da conta: '
               ACCEPT WS-DVDigitado
               MOVE 'DVCONTA' TO WS-UtilFuncao
               MOVE WS-ContaNumero TO WS-UtilEntrada
               CALL 'Utilitarios' USING WS-UtilFuncao WS-UtilEntrada
                   WS-UtilSaida WS-UtilResultado
               IF WS-UtilSaida NOT = WS-DVDigitado
                   DISPLAY 'Dígito verificador inválido!'
               ELSE
               IF WS-ContaNumero = WS-ContaInterna
                   DISPLAY 'Conta interna não emite cheque '
                       'administrativo!'
               ELSE
                   MOVE 'S' TO WS-DadosValidos
               END-IF
               END-IF
           ELSE
               DISPLAY 'Nome do requerente: '
               ACCEPT WS-RequerenteNome
               DISPLAY 'CPF do requerente (11 dígitos): '
               ACCEPT WS-RequerenteCPF
               MOVE WS-RequerenteCPF TO WS-ValorEntrada
               PERFORM ValidarCPF
               IF WS-CPFValido = 'N'
                   DISPLAY 'CPF do requerente inválido!'
               ELSE
               IF WS-RequerenteNome = SPACES
                   DISPLAY 'Nome do requerente obrigatório!'
               ELSE
                   MOVE 'S' TO WS-DadosValidos
               END-IF
               END-IF
           END-IF.

       PedirFavorecidoValor.
           MOVE 'N' TO WS-DadosValidos
           DISPLAY 'Nome do favorecido: '
           ACCEPT WS-Favorecido
           IF WS-Favorecido = SPACES
               DISPLAY 'Nome do favorecido obrigatório!'
           ELSE
               DISPLAY 'Valor do cheque administrativo: '
               ACCEPT WS-ChAdmValor
               IF WS-ChAdmValor <= 0
                   DISPLAY 'Valor deve ser positivo!'
               ELSE
               IF WS-ChAdmValor > WS-OperLimite
                   DISPLAY 'Valor acima da alçada do operador!'
               ELSE
                   MOVE 'S' TO WS-DadosValidos
               END-IF
               END-IF
           END-IF.

       AbrirArquivosConta.
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
           END-IF.

       FecharArquivosConta.
           CLOSE ContaFile
           CLOSE MovimentacaoFile.

       VerificarContaInterna.
           MOVE 'N' TO WS-InternaAchada
           MOVE WS-ContaInterna TO ContaNumero
           READ ContaFile
               INVALID KEY
                   MOVE 'N' TO WS-InternaAchada
               NOT INVALID KEY
                   MOVE 'S' TO WS-InternaAchada
           END-READ.

       EmitirComDebito.
           MOVE 'N' TO WS-ContaAchada
           MOVE WS-ContaNumero TO ContaNumero
           READ ContaFile WITH LOCK
               INVALID KEY
                   MOVE 'N' TO WS-ContaAchada
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ContaAchada
           END-READ

           IF WS-FileStatus = '9D'
               DISPLAY 'Conta em uso por outra sessão. Tente'
               DISPLAY 'novamente em instantes.'
           ELSE
           IF WS-ContaAchada = 'N'
               DISPLAY 'Conta não encontrada!'
           ELSE
           IF NOT ContaAtiva
               DISPLAY 'Conta não está ativa! Operação não'
               DISPLAY 'permitida.'
           ELSE
               PERFORM VerificarClienteBloqueado
               IF WS-ClienteStatus = 'B'
                   DISPLAY 'Cliente bloqueado! Operação não'
                   DISPLAY 'permitida.'
               ELSE
                   DISPLAY 'Titular: ' ContaTitular
                   DISPLAY 'Digite o PIN da conta:'
                   ACCEPT WS-PINDigitado
                   PERFORM ConferirPINDigitado
                   IF WS-PINValido = 'N'
                       DISPLAY 'PIN incorreto! Operação não'
                       DISPLAY 'permitida.'
                   ELSE
                       PERFORM CalcularDisponivel
                       IF WS-ChAdmValor > WS-Disponivel
                           DISPLAY 'Saldo insuficiente para o'
                           DISPLAY 'cheque administrativo.'
                       ELSE
                           PERFORM DebitarRequerente
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF

           UNLOCK ContaFile.

       CalcularDisponivel.
           IF ContaBloqueio NOT NUMERIC
               MOVE 0 TO ContaBloqueio
           END-IF
           IF ContaBloqueioDeposito NOT NUMERIC
               MOVE 0 TO ContaBloqueioDeposito
           END-IF
           COMPUTE WS-Disponivel = ContaSaldo + ContaLimite -
               ContaBloqueio - ContaBloqueioDeposito.

      * CPF do titular fica no cheque para a devolução em espécie
      * quando a conta não puder mais receber o estorno.
       DebitarRequerente.
           PERFORM ObterProximoProtocolo
           PERFORM ObterProximoChequeAdm
           MOVE ContaTitular TO WS-RequerenteNome
           MOVE WS-ClienteCPF TO WS-RequerenteCPF

           SUBTRACT WS-ChAdmValor FROM ContaSaldo
           MOVE ContaSaldo TO WS-SaldoCliente
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'TransacaoChequeAdm  '
               'contas          ' ContaRecord

           MOVE SPACES TO WS-MovDescricao
           STRING 'Cheque administrativo ' DELIMITED BY SIZE
                  WS-ChAdmNumero DELIMITED BY SIZE
                  ' a ' DELIMITED BY SIZE
                  WS-Favorecido DELIMITED BY '  '
               INTO WS-MovDescricao
           MOVE WS-ContaNumero TO WS-MovConta
           MOVE 'P' TO WS-MovTipo
           MOVE WS-ContaInterna TO WS-MovContaRelac
           PERFORM GravarMovimentoConta

           PERFORM CreditarContaInterna
           PERFORM GravarChequeAdm
           DISPLAY 'Novo saldo da conta: ' WS-SaldoCliente.

       CreditarContaInterna.
           MOVE WS-ContaInterna TO ContaNumero
           READ ContaFile
               INVALID KEY
                   DISPLAY 'Conta interna de cheques administrativos'
                   DISPLAY 'não encontrada para o crédito!'
               NOT INVALID KEY
                   ADD WS-ChAdmValor TO ContaSaldo
                   REWRITE ContaRecord
                   CALL 'GravarJournal' USING 'TransacaoChequeAdm  '
                       'contas          ' ContaRecord
                   MOVE SPACES TO WS-MovDescricao
                   STRING 'Emissão cheque administrativo '
                              DELIMITED BY SIZE
                          WS-ChAdmNumero DELIMITED BY SIZE
                       INTO WS-MovDescricao
                   MOVE WS-ContaInterna TO WS-MovConta
                   MOVE 'C' TO WS-MovTipo
                   MOVE WS-ContaNumero TO WS-MovContaRelac
                   PERFORM GravarMovimentoConta
           END-READ.

       GravarChequeAdm.
           MOVE WS-ChAdmNumero TO ChAdmNumero
           MOVE WS-ChAdmValor TO ChAdmValor
           MOVE WS-Favorecido TO ChAdmFavorecido
           MOVE WS-FormaEmissao TO ChAdmForma
           MOVE WS-ContaNumero TO ChAdmContaOrigem
           MOVE WS-RequerenteNome TO ChAdmRequerenteNome
           MOVE WS-RequerenteCPF TO ChAdmRequerenteCPF
           MOVE WS-OperAgencia TO ChAdmAgencia
           MOVE WS-DataHojeOrd TO ChAdmDataEmissao
           MOVE WS-Protocolo TO ChAdmProtocoloEmissao
           MOVE WS-OperadorID TO ChAdmOperadorEmissao
           MOVE 'E' TO ChAdmStatus
           MOVE SPACE TO ChAdmFormaDevolucao
           MOVE 0 TO ChAdmDataBaixa
           MOVE SPACES TO ChAdmOperadorBaixa
           MOVE 0 TO ChAdmProtocoloBaixa

           OPEN EXTEND ChequeAdmFile
           IF WS-ChAdmFileStatus = '35'
               OPEN OUTPUT ChequeAdmFile
           END-IF
           WRITE ChequeAdmRecord
           CLOSE ChequeAdmFile

           DISPLAY 'Cheque administrativo ' WS-ChAdmNumero
               ' emitido.'
           DISPLAY 'Protocolo: ' WS-Protocolo
           DISPLAY 'Favorecido: ' WS-Favorecido
           DISPLAY 'Valor: R$ ' WS-ChAdmValor
           DISPLAY 'Sacado contra a conta ' WS-ContaInterna

           MOVE WS-ChAdmValor TO WS-LogValor
           MOVE SPACES TO WS-LogMensagem
           STRING 'Cheque adm ' DELIMITED BY SIZE
                  WS-ChAdmNumero DELIMITED BY SIZE
                  ' emitido valor ' DELIMITED BY SIZE
                  WS-LogValor DELIMITED BY SIZE
                  ' forma ' DELIMITED BY SIZE
                  WS-FormaEmissao DELIMITED BY SIZE
                  ' operador ' DELIMITED BY SIZE
                  WS-OperadorID DELIMITED BY SIZE
               INTO WS-LogMensagem
           CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem.

      *****************************************************************
      * Cancelamento: só cheque em circulação e com a folha física
      * devolvida ao caixa. O valor volta por estorno na conta de
      * origem; emitido em espécie (ou conta de origem inativa), em
      * espécie ao requerente identificado pelo CPF. A conta interna
      * é estornada na mesma operação.
      *****************************************************************
       CancelarChequeAdm.
           DISPLAY 'Número do cheque administrativo: '
           ACCEPT WS-ChAdmNumero
           PERFORM LocalizarChequeAdm
           IF WS-ChAdmAchado = 'N'
               DISPLAY 'Cheque administrativo não encontrado!'
           ELSE
           IF ChAdmCompensado
               DISPLAY 'Cheque já compensado em ' ChAdmDataBaixa '.'
           ELSE
           IF ChAdmCancelado
               DISPLAY 'Cheque já cancelado em ' ChAdmDataBaixa '.'
           ELSE
           IF ChAdmValor > WS-OperLimite
               DISPLAY 'Valor acima da alçada do operador!'
           ELSE
               DISPLAY 'Favorecido: ' ChAdmFavorecido
               DISPLAY 'Valor: R$ ' ChAdmValor
               DISPLAY 'Folha do cheque devolvida ao caixa? (S/N): '
               ACCEPT WS-Confirmacao
               MOVE FUNCTION UPPER-CASE(WS-Confirmacao)
                   TO WS-Confirmacao
               IF WS-Confirmacao NOT = 'S'
                   DISPLAY 'Cancelamento exige a folha do cheque.'
               ELSE
                   PERFORM DevolverValorChequeAdm
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       DevolverValorChequeAdm.
           MOVE 'N' TO WS-DevolucaoEfetuada
           MOVE ChAdmValor TO WS-ChAdmValor
           MOVE ChAdmContaOrigem TO WS-ContaNumero
           MOVE ChAdmRequerenteCPF TO WS-RequerenteCPF
           PERFORM AbrirArquivosConta
           PERFORM VerificarContaInterna
           IF WS-InternaAchada = 'N'
               DISPLAY 'Conta interna de cheques administrativos '
                   'não encontrada!'
           ELSE
               MOVE 'D' TO WS-FormaDevolucao
               IF ChAdmEmitidoConta
                   PERFORM VerificarContaOrigem
               END-IF
               IF WS-FormaDevolucao = 'D'
                   PERFORM IdentificarRequerente
               END-IF
               IF WS-Confirmacao = 'S'
                   PERFORM ObterProximoProtocolo
                   IF WS-FormaDevolucao = 'C'
                       PERFORM EstornarContaOrigem
                   END-IF
                   PERFORM EstornarContaInterna
                   MOVE 'S' TO WS-DevolucaoEfetuada
               END-IF
           END-IF
           PERFORM FecharArquivosConta

           IF WS-DevolucaoEfetuada = 'S'
               PERFORM BaixarChequeAdm
               IF WS-FormaDevolucao = 'C'
                   DISPLAY 'R$ ' WS-ChAdmValor ' estornados na conta '
                       WS-ContaNumero '.'
               ELSE
                   DISPLAY 'Devolva R$ ' WS-ChAdmValor
                       ' em espécie ao requerente.'
               END-IF
           END-IF.

      * Conta de origem encerrada ou inexistente não recebe o
      * estorno: a devolução passa a ser em espécie.
       VerificarContaOrigem.
           MOVE 'S' TO WS-Confirmacao
           MOVE WS-ContaNumero TO ContaNumero
           READ ContaFile
               INVALID KEY
                   MOVE 'D' TO WS-FormaDevolucao
               NOT INVALID KEY
                   IF ContaAtiva
                       MOVE 'C' TO WS-FormaDevolucao
                   ELSE
                       MOVE 'D' TO WS-FormaDevolucao
                   END-IF
           END-READ
           IF WS-FormaDevolucao = 'D'
               DISPLAY 'Conta de origem inativa: devolução em'
               DISPLAY 'espécie ao titular.'
           END-IF.

       IdentificarRequerente.
           MOVE 'N' TO WS-Confirmacao
           DISPLAY 'CPF do requerente (11 dígitos): '
           ACCEPT WS-CPFInformado
           IF WS-CPFInformado NOT = WS-RequerenteCPF
               DISPLAY 'CPF não confere com o requerente do cheque!'
           ELSE
               DISPLAY 'Documento de identidade conferido? (S/N): '
               ACCEPT WS-Confirmacao
               MOVE FUNCTION UPPER-CASE(WS-Confirmacao)
                   TO WS-Confirmacao
               IF WS-Confirmacao NOT = 'S'
                   MOVE 'N' TO WS-Confirmacao
                   DISPLAY 'Devolução exige documento com foto.'
               END-IF
           END-IF.

       EstornarContaOrigem.
           MOVE WS-ContaNumero TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-ChAdmValor TO ContaSaldo
                   REWRITE ContaRecord
                   CALL 'GravarJournal' USING 'TransacaoChequeAdm  '
                       'contas          ' ContaRecord
                   MOVE SPACES TO WS-MovDescricao
                   STRING 'Estorno de P cheque administrativo '
                              DELIMITED BY SIZE
                          WS-ChAdmNumero DELIMITED BY SIZE
                          ' cancelado' DELIMITED BY SIZE
                       INTO WS-MovDescricao
                   MOVE WS-ContaNumero TO WS-MovConta
                   MOVE 'R' TO WS-MovTipo
                   MOVE WS-ContaInterna TO WS-MovContaRelac
                   PERFORM GravarMovimentoConta
           END-READ.

       EstornarContaInterna.
           MOVE WS-ContaInterna TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-ChAdmValor FROM ContaSaldo
                   REWRITE ContaRecord
                   CALL 'GravarJournal' USING 'TransacaoChequeAdm  '
                       'contas          ' ContaRecord
                   MOVE SPACES TO WS-MovDescricao
                   STRING 'Estorno de C cheque administrativo '
                              DELIMITED BY SIZE
                          WS-ChAdmNumero DELIMITED BY SIZE
                          ' cancelado' DELIMITED BY SIZE
                       INTO WS-MovDescricao
                   MOVE WS-ContaInterna TO WS-MovConta
                   MOVE 'R' TO WS-MovTipo
                   IF WS-FormaDevolucao = 'C'
                       MOVE WS-ContaNumero TO WS-MovContaRelac
                   ELSE
                       MOVE 0 TO WS-MovContaRelac
                   END-IF
                   PERFORM GravarMovimentoConta
           END-READ.

      * Regrava o cheque localizado com a baixa do dia.
       BaixarChequeAdm.
           OPEN I-O ChequeAdmFile
           IF WS-ChAdmFileStatus = '00'
               PERFORM UNTIL WS-ChAdmFileStatus = '10'
                   READ ChequeAdmFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ChAdmNumero = WS-ChAdmNumero
                               MOVE 'X' TO ChAdmStatus
                               MOVE WS-FormaDevolucao
                                   TO ChAdmFormaDevolucao
                               MOVE WS-DataHojeOrd TO ChAdmDataBaixa
                               MOVE WS-OperadorID
                                   TO ChAdmOperadorBaixa
                               MOVE WS-Protocolo
                                   TO ChAdmProtocoloBaixa
                               REWRITE ChequeAdmRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ChequeAdmFile
           END-IF
           DISPLAY 'Cheque administrativo ' WS-ChAdmNumero
               ' cancelado. Protocolo: ' WS-Protocolo

           MOVE WS-ChAdmValor TO WS-LogValor
           MOVE SPACES TO WS-LogMensagem
           STRING 'Cheque adm ' DELIMITED BY SIZE
                  WS-ChAdmNumero DELIMITED BY SIZE
                  ' cancelado valor ' DELIMITED BY SIZE
                  WS-LogValor DELIMITED BY SIZE
                  ' devolução ' DELIMITED BY SIZE
                  WS-FormaDevolucao DELIMITED BY SIZE
                  ' operador ' DELIMITED BY SIZE
                  WS-OperadorID DELIMITED BY SIZE
               INTO WS-LogMensagem
           CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem.

       ConsultarChequeAdm.
           DISPLAY 'Número do cheque administrativo: '
           ACCEPT WS-ChAdmNumero
           PERFORM LocalizarChequeAdm
           IF WS-ChAdmAchado = 'N'
               DISPLAY 'Cheque administrativo não encontrado!'
           ELSE
               DISPLAY 'Cheque ' ChAdmNumero ' situação ' ChAdmStatus
               DISPLAY '  Favorecido: ' ChAdmFavorecido
               DISPLAY '  Valor: R$ ' ChAdmValor
               DISPLAY '  Emitido em ' ChAdmDataEmissao
                   ' na agência ' ChAdmAgencia
               IF ChAdmEmitidoConta
                   DISPLAY '  Requerente: conta ' ChAdmContaOrigem
               ELSE
                   DISPLAY '  Requerente: ' ChAdmRequerenteNome
               END-IF
               IF ChAdmDataBaixa > 0
                   DISPLAY '  Baixado em ' ChAdmDataBaixa
                       ' por ' ChAdmOperadorBaixa
               END-IF
           END-IF.

       LocalizarChequeAdm.
           MOVE 'N' TO WS-ChAdmAchado
           OPEN INPUT ChequeAdmFile
           IF WS-ChAdmFileStatus = '00'
               PERFORM UNTIL WS-ChAdmFileStatus = '10'
                   READ ChequeAdmFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ChAdmNumero = WS-ChAdmNumero
                               MOVE 'S' TO WS-ChAdmAchado
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ChequeAdmFile
           END-IF.

       GravarMovimentoConta.
           MOVE WS-MovConta TO MovimentacaoContaNumero
           MOVE WS-DataMov TO MovimentacaoData
           MOVE FUNCTION CURRENT-DATE(9:8) TO MovimentacaoHora
           MOVE WS-MovTipo TO MovimentacaoTipo
           MOVE WS-ChAdmValor TO MovimentacaoValor
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE WS-MovDescricao TO MovimentacaoDescricao
           MOVE WS-MovContaRelac TO MovimentacaoContaRelacionada
           MOVE WS-Protocolo TO MovimentacaoProtocolo
           MOVE WS-OperadorID TO MovimentacaoOperadorID
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'TransacaoChequeAdm  '
               'movimentacao    ' MovimentacaoRecord.

       ValidarCPF.
           MOVE 'CPF' TO WS-TipoValidacao
           CALL 'Validacao' USING WS-TipoValidacao WS-ValorEntrada
               WS-CPFValido.

       VerificarClienteBloqueado.
           MOVE 'A' TO WS-ClienteStatus
           MOVE SPACES TO WS-ClienteCPF
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '00'
               MOVE ContaClienteID TO ClienteID
               READ ClienteFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ClienteStatus TO WS-ClienteStatus
                       MOVE ClienteCPF TO WS-ClienteCPF
               END-READ
               CLOSE ClienteFile
           END-IF.

      * Confere o PIN digitado contra a credencial protegida: com
      * hash gravado a comparação é pelo hash com o sal da conta;
      * hash em branco (registro ainda não migrado pelo
      * MigrarCredenciais) compara em claro.
       ConferirPINDigitado.
           IF ContaPINHash = SPACES
               IF WS-PINDigitado = ContaPIN
                   MOVE 'Y' TO WS-PINValido
               ELSE
                   MOVE 'N' TO WS-PINValido
               END-IF
           ELSE
               MOVE SPACES TO WS-HashTexto
               MOVE WS-PINDigitado TO WS-HashTexto(1:4)
               CALL 'HashSenha' USING WS-HashTexto ContaPINSal
                   WS-HashCalculado
               IF WS-HashCalculado = ContaPINHash
                   MOVE 'Y' TO WS-PINValido
               ELSE
                   MOVE 'N' TO WS-PINValido
               END-IF
           END-IF.

       ObterProximoChequeAdm.
           MOVE 0 TO WS-ChAdmNumero
           OPEN INPUT ChequeAdmSeqFile
           IF WS-ChAdmSeqStatus = '00'
               READ ChequeAdmSeqFile INTO ChequeAdmSeqRecord
                   NOT AT END
                       MOVE SeqUltimoChAdm TO WS-ChAdmNumero
               END-READ
               CLOSE ChequeAdmSeqFile
           END-IF
           ADD 1 TO WS-ChAdmNumero
           MOVE WS-ChAdmNumero TO SeqUltimoChAdm
           OPEN OUTPUT ChequeAdmSeqFile
           WRITE ChequeAdmSeqRecord
           CLOSE ChequeAdmSeqFile.

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

       END PROGRAM TransacaoChequeAdministrativo.
