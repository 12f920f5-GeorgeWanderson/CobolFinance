       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransacaoOrdemPagamento.

      *****************************************************************
      *  TransacaoOrdemPagamento.cbl - Ordem de pagamento (OP) a
      *  favor de não correntista. O correntista (débito em conta)
      *  ou quem paga em espécie no caixa emite a OP para um
      *  beneficiário com nome e CPF validado, pagável em uma agência
      *  ativa de agencias.dat até a validade (OP-VALIDADE-DIAS). O
      *  beneficiário saca em espécie no caixa daquela agência,
      *  identificado pelo CPF e documento. A OP vencida é devolvida
      *  pelo VencimentoOrdemPagamento; a emitida em espécie fica à
      *  disposição do emitente no caixa da agência emissora.
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

           SELECT AgenciaFile ASSIGN TO 'agencias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AgenciaFileStatus.

           SELECT OperadorFile ASSIGN TO 'operadores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OperFileStatus.

           SELECT OrdemFile ASSIGN TO 'ordens_pagamento.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OrdemFileStatus.

           SELECT OrdemSeqFile ASSIGN TO 'opseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OrdemSeqStatus.

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

       FD  AgenciaFile.
       COPY AGENCIAREC.

       FD  OperadorFile.
       COPY OPERREC.

       FD  OrdemFile.
       COPY ORDPAGREC.

       FD  OrdemSeqFile.
       01  OrdemSeqRecord.
           05  SeqUltimaOrdem         PIC 9(7).

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
       01  WS-AgenciaFileStatus PIC XX.
       01  WS-OperFileStatus    PIC XX.
       01  WS-OrdemFileStatus   PIC XX.
       01  WS-OrdemSeqStatus    PIC XX.
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
           '[N]ova OP [P]agar [C]onsultar [E]Sair: '.
       01  WS-FormaEmissao      PIC X VALUE ' '.
       01  WS-OrdemNovoStatus   PIC X VALUE ' '.
       01  WS-ContaNumero       PIC 9(7) VALUE 0.
       01  WS-ContaAchada       PIC X VALUE 'N'.
       01  WS-Disponivel        PIC S9(9)V99 VALUE 0.
       01  WS-ClienteStatus     PIC X VALUE 'A'.
       01  WS-ClienteCPF        PIC X(11).
       01  WS-EmitenteNome      PIC A(40).
       01  WS-EmitenteCPF       PIC X(11).
       01  WS-BenefNome         PIC A(40).
       01  WS-BenefCPF          PIC X(11).
       01  WS-CPFInformado      PIC X(11).
       01  WS-DocConferido      PIC X VALUE 'N'.
       01  WS-AgenciaPagadora   PIC 9(4) VALUE 0.
       01  WS-AgenciaAchada     PIC X VALUE 'N'.
       01  WS-AgenciaNome       PIC A(30).
       01  WS-OrdemValor        PIC 9(7)V99 VALUE 0.
       01  WS-OrdemNumero       PIC 9(7) VALUE 0.
       01  WS-OrdemAchada       PIC X VALUE 'N'.
       01  WS-DadosValidos      PIC X VALUE 'N'.
       01  WS-DiasValidade      PIC 9(3) VALUE 30.
       01  WS-DataValidade      PIC 9(8) VALUE 0.
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
           PERFORM CarregarParametros

           DISPLAY 'Ordem de Pagamento'
           DISPLAY '------------------'
           PERFORM OperacoesOrdem
           GOBACK.

       OperacoesOrdem.
           DISPLAY WS-OperacaoMenu
           ACCEPT WS-OperacaoChoice

           EVALUATE WS-OperacaoChoice
               WHEN 'N'
               WHEN 'n'
                   PERFORM EmitirOrdem
               WHEN 'P'
               WHEN 'p'
                   PERFORM PagarOrdem
               WHEN 'C'
               WHEN 'c'
                   PERFORM ConsultarOrdem
               WHEN 'E'
               WHEN 'e'
                   MOVE 'Y' TO WS-ExitFlag
                   DISPLAY 'Operação encerrada.'
               WHEN OTHER
                   DISPLAY 'Opção inválida!'
           END-EVALUATE

           IF WS-ExitFlag = 'N'
               PERFORM OperacoesOrdem
           END-IF.

      * Números de negócio vêm de parametros.dat quando há vigência
      * para a data; sem registro vale o padrão embutido acima.
       CarregarParametros.
           MOVE WS-DataHojeOrd TO WS-ParamDataRef
           MOVE 'OP-VALIDADE-DIAS' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-DiasValidade
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
      * Emissão: emitente (conta ou espécie), beneficiário com CPF
      * válido, agência pagadora ativa e valor dentro da alçada do
      * operador. Na emissão por conta o titular confirma com o PIN
      * e o valor sai do disponível (saldo mais limite, menos
      * bloqueios).
      *****************************************************************
       EmitirOrdem.
           MOVE 'N' TO WS-DadosValidos
           DISPLAY 'Emitente: [C] débito em conta, [D] dinheiro: '
           ACCEPT WS-FormaEmissao
           MOVE FUNCTION UPPER-CASE(WS-FormaEmissao)
               TO WS-FormaEmissao
           IF WS-FormaEmissao NOT = 'C' AND WS-FormaEmissao NOT = 'D'
               DISPLAY 'Forma de emissão inválida!'
           ELSE
               PERFORM PedirEmitente
               IF WS-DadosValidos = 'S'
                   PERFORM PedirBeneficiario
               END-IF
               IF WS-DadosValidos = 'S'
                   PERFORM PedirAgenciaValor
               END-IF
               IF WS-DadosValidos = 'S'
                   IF WS-FormaEmissao = 'C'
                       PERFORM EmitirComDebito
                   ELSE
                       PERFORM ObterProximoProtocolo
                       MOVE 0 TO WS-ContaNumero
                       PERFORM GravarOrdem
                   END-IF
               END-IF
           END-IF.

       PedirEmitente.
           MOVE 'N' TO WS-DadosValidos
           IF WS-FormaEmissao = 'C'
               DISPLAY 'Número da conta do emitente: '
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
                   MOVE 'S' TO WS-DadosValidos
               END-IF
           ELSE
               DISPLAY 'Nome do emitente: '
               ACCEPT WS-EmitenteNome
               DISPLAY 'CPF do emitente (11 dígitos): '
               ACCEPT WS-EmitenteCPF
               MOVE WS-EmitenteCPF TO WS-ValorEntrada
               PERFORM ValidarCPF
               IF WS-CPFValido = 'N'
                   DISPLAY 'CPF do emitente inválido!'
               ELSE
               IF WS-EmitenteNome = SPACES
                   DISPLAY 'Nome do emitente obrigatório!'
               ELSE
                   MOVE 'S' TO WS-DadosValidos
               END-IF
               END-IF
           END-IF.

       PedirBeneficiario.
           MOVE 'N' TO WS-DadosValidos
           DISPLAY 'Nome do beneficiário: '
           ACCEPT WS-BenefNome
           DISPLAY 'CPF do beneficiário (11 dígitos): '
           ACCEPT WS-BenefCPF
           MOVE WS-BenefCPF TO WS-ValorEntrada
           PERFORM ValidarCPF
           IF WS-CPFValido = 'N'
               DISPLAY 'CPF do beneficiário inválido!'
           ELSE
           IF WS-BenefNome = SPACES
               DISPLAY 'Nome do beneficiário obrigatório!'
           ELSE
               MOVE 'S' TO WS-DadosValidos
           END-IF
           END-IF.

       PedirAgenciaValor.
           MOVE 'N' TO WS-DadosValidos
           DISPLAY 'Agência pagadora: '
           ACCEPT WS-AgenciaPagadora
           PERFORM LocalizarAgencia
           IF WS-AgenciaAchada = 'N'
               DISPLAY 'Agência inexistente ou encerrada!'
           ELSE
               DISPLAY 'Agência ' WS-AgenciaPagadora ' - '
                   WS-AgenciaNome
               DISPLAY 'Valor da ordem de pagamento: '
               ACCEPT WS-OrdemValor
               IF WS-OrdemValor <= 0
                   DISPLAY 'Valor deve ser positivo!'
               ELSE
               IF WS-OrdemValor > WS-OperLimite
                   DISPLAY 'Valor acima da alçada do operador!'
               ELSE
                   MOVE 'S' TO WS-DadosValidos
               END-IF
               END-IF
           END-IF.

       EmitirComDebito.
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
                       IF WS-OrdemValor > WS-Disponivel
                           DISPLAY 'Saldo insuficiente para a'
                           DISPLAY 'ordem de pagamento.'
                       ELSE
                           PERFORM DebitarEmitente
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF

           UNLOCK ContaFile
           CLOSE ContaFile
           CLOSE MovimentacaoFile.

       CalcularDisponivel.
           IF ContaBloqueio NOT NUMERIC
               MOVE 0 TO ContaBloqueio
           END-IF
           IF ContaBloqueioDeposito NOT NUMERIC
               MOVE 0 TO ContaBloqueioDeposito
           END-IF
           COMPUTE WS-Disponivel = ContaSaldo + ContaLimite -
               ContaBloqueio - ContaBloqueioDeposito.

       DebitarEmitente.
           PERFORM ObterProximoProtocolo
           PERFORM ObterProximaOrdem
      *    CPF do titular fica na OP para a devolução em espécie
      *    quando a conta não puder mais receber o crédito.
           MOVE ContaTitular TO WS-EmitenteNome
           MOVE WS-ClienteCPF TO WS-EmitenteCPF

           SUBTRACT WS-OrdemValor FROM ContaSaldo
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'TransacaoOrdemPagto '
               'contas          ' ContaRecord

           MOVE SPACES TO WS-MovDescricao
           STRING 'Emissão da ordem de pagamento ' DELIMITED BY SIZE
                  WS-OrdemNumero DELIMITED BY SIZE
                  ' a ' DELIMITED BY SIZE
                  WS-BenefNome DELIMITED BY '  '
               INTO WS-MovDescricao
           MOVE WS-ContaNumero TO MovimentacaoContaNumero
           MOVE WS-DataMov TO MovimentacaoData
           MOVE FUNCTION CURRENT-DATE(9:8) TO MovimentacaoHora
           MOVE 'P' TO MovimentacaoTipo
           MOVE WS-OrdemValor TO MovimentacaoValor
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE WS-MovDescricao TO MovimentacaoDescricao
           MOVE 0 TO MovimentacaoContaRelacionada
           MOVE WS-Protocolo TO MovimentacaoProtocolo
           MOVE WS-OperadorID TO MovimentacaoOperadorID
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'TransacaoOrdemPagto '
               'movimentacao    ' MovimentacaoRecord

           PERFORM GravarOrdemNumerada
           DISPLAY 'Novo saldo da conta: ' ContaSaldo.

       GravarOrdem.
           PERFORM ObterProximaOrdem
           PERFORM GravarOrdemNumerada.

       GravarOrdemNumerada.
           COMPUTE WS-DataValidade = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) +
               WS-DiasValidade)
           MOVE WS-OrdemNumero TO OrdemNumero
           MOVE WS-OperAgencia TO OrdemAgenciaEmissora
           MOVE WS-AgenciaPagadora TO OrdemAgenciaPagadora
           MOVE WS-OrdemValor TO OrdemValor
           MOVE WS-BenefNome TO OrdemBenefNome
           MOVE WS-BenefCPF TO OrdemBenefCPF
           MOVE WS-FormaEmissao TO OrdemForma
           MOVE WS-ContaNumero TO OrdemContaEmitente
           MOVE WS-EmitenteNome TO OrdemEmitenteNome
           MOVE WS-EmitenteCPF TO OrdemEmitenteCPF
           MOVE WS-DataHojeOrd TO OrdemDataEmissao
           MOVE WS-DataValidade TO OrdemDataValidade
           MOVE WS-Protocolo TO OrdemProtocoloEmissao
           MOVE WS-OperadorID TO OrdemOperadorEmissao
           MOVE 'A' TO OrdemStatus
           MOVE 0 TO OrdemDataDevolucao
           MOVE 0 TO OrdemDataBaixa
           MOVE SPACES TO OrdemOperadorBaixa
           MOVE 0 TO OrdemProtocoloBaixa

           OPEN EXTEND OrdemFile
           IF WS-OrdemFileStatus = '35'
               OPEN OUTPUT OrdemFile
           END-IF
           WRITE OrdemPagamentoRecord
           CLOSE OrdemFile

           DISPLAY 'Ordem de pagamento ' WS-OrdemNumero ' emitida.'
           DISPLAY 'Protocolo: ' WS-Protocolo
           DISPLAY 'Beneficiário: ' WS-BenefNome
           DISPLAY 'Valor: R$ ' WS-OrdemValor
           DISPLAY 'Pagável na agência ' WS-AgenciaPagadora
               ' até ' WS-DataValidade

           MOVE WS-OrdemValor TO WS-LogValor
           MOVE SPACES TO WS-LogMensagem
           STRING 'OP ' DELIMITED BY SIZE
                  WS-OrdemNumero DELIMITED BY SIZE
                  ' emitida valor ' DELIMITED BY SIZE
                  WS-LogValor DELIMITED BY SIZE
                  ' forma ' DELIMITED BY SIZE
                  WS-FormaEmissao DELIMITED BY SIZE
                  ' operador ' DELIMITED BY SIZE
                  WS-OperadorID DELIMITED BY SIZE
               INTO WS-LogMensagem
           CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem.

      *****************************************************************
      * Pagamento em espécie no caixa. OP em aberto: só na agência
      * pagadora, ao beneficiário, dentro da validade. OP vencida
      * emitida em espécie: devolvida ao emitente no caixa da
      * agência emissora. Em ambos os casos o CPF informado tem de
      * ser o da OP e o caixa confirma o documento de identidade.
      *****************************************************************
       PagarOrdem.
           DISPLAY 'Número da ordem de pagamento: '
           ACCEPT WS-OrdemNumero
           PERFORM LocalizarOrdem
           IF WS-OrdemAchada = 'N'
               DISPLAY 'Ordem de pagamento não encontrada!'
           ELSE
           IF OrdemEmAberto
               PERFORM PagarBeneficiario
           ELSE
           IF OrdemVencida
               PERFORM DevolverEmitenteEspecie
           ELSE
           IF OrdemPaga
               DISPLAY 'Ordem de pagamento já paga em '
                   OrdemDataBaixa '.'
           ELSE
               DISPLAY 'Ordem de pagamento devolvida ao emitente.'
           END-IF
           END-IF
           END-IF
           END-IF.

       PagarBeneficiario.
           IF OrdemDataValidade < WS-DataHojeOrd
               DISPLAY 'Ordem de pagamento vencida em '
                   OrdemDataValidade '; aguarda devolução ao'
                   ' emitente.'
           ELSE
           IF OrdemAgenciaPagadora NOT = WS-OperAgencia
               DISPLAY 'Ordem pagável somente na agência '
                   OrdemAgenciaPagadora '!'
           ELSE
           IF OrdemValor > WS-OperLimite
               DISPLAY 'Valor acima da alçada do operador!'
           ELSE
               DISPLAY 'Beneficiário: ' OrdemBenefNome
               DISPLAY 'Valor: R$ ' OrdemValor
               MOVE OrdemBenefCPF TO WS-BenefCPF
               PERFORM IdentificarPortador
               IF WS-DocConferido = 'S'
                   MOVE 'P' TO OrdemStatus
                   PERFORM BaixarOrdem
                   DISPLAY 'Pague R$ ' OrdemValor
                       ' em espécie ao beneficiário.'
               END-IF
           END-IF
           END-IF
           END-IF.

       DevolverEmitenteEspecie.
           IF OrdemAgenciaEmissora NOT = WS-OperAgencia
               DISPLAY 'Devolução somente na agência emissora '
                   OrdemAgenciaEmissora '!'
           ELSE
           IF OrdemValor > WS-OperLimite
               DISPLAY 'Valor acima da alçada do operador!'
           ELSE
               DISPLAY 'OP vencida: devolução ao emitente '
                   OrdemEmitenteNome
               DISPLAY 'Valor: R$ ' OrdemValor
               MOVE OrdemEmitenteCPF TO WS-BenefCPF
               PERFORM IdentificarPortador
               IF WS-DocConferido = 'S'
                   MOVE 'D' TO OrdemStatus
                   PERFORM BaixarOrdem
                   DISPLAY 'Devolva R$ ' OrdemValor
                       ' em espécie ao emitente.'
               END-IF
           END-IF
           END-IF.

       IdentificarPortador.
           MOVE 'N' TO WS-DocConferido
           DISPLAY 'CPF do portador (11 dígitos): '
           ACCEPT WS-CPFInformado
           IF WS-CPFInformado NOT = WS-BenefCPF
               DISPLAY 'CPF não confere com a ordem de pagamento!'
           ELSE
               DISPLAY 'Documento de identidade conferido? (S/N): '
               ACCEPT WS-DocConferido
               MOVE FUNCTION UPPER-CASE(WS-DocConferido)
                   TO WS-DocConferido
               IF WS-DocConferido NOT = 'S'
                   MOVE 'N' TO WS-DocConferido
                   DISPLAY 'Pagamento exige documento com foto.'
               END-IF
           END-IF.

      * Regrava a OP localizada com a baixa do dia. O registro vem
      * da leitura em LocalizarOrdem e é reposicionado pelo número.
       BaixarOrdem.
           PERFORM ObterProximoProtocolo
           MOVE OrdemStatus TO WS-OrdemNovoStatus
           OPEN I-O OrdemFile
           IF WS-OrdemFileStatus = '00'
               PERFORM UNTIL WS-OrdemFileStatus = '10'
                   READ OrdemFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OrdemNumero = WS-OrdemNumero
                               MOVE WS-OrdemNovoStatus TO OrdemStatus
                               MOVE WS-DataHojeOrd TO OrdemDataBaixa
                               MOVE WS-OperadorID
                                   TO OrdemOperadorBaixa
                               MOVE WS-Protocolo
                                   TO OrdemProtocoloBaixa
                               REWRITE OrdemPagamentoRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrdemFile
           END-IF
           DISPLAY 'Protocolo: ' WS-Protocolo

           MOVE OrdemValor TO WS-LogValor
           MOVE SPACES TO WS-LogMensagem
           STRING 'OP ' DELIMITED BY SIZE
                  WS-OrdemNumero DELIMITED BY SIZE
                  ' baixada status ' DELIMITED BY SIZE
                  OrdemStatus DELIMITED BY SIZE
                  ' valor ' DELIMITED BY SIZE
                  WS-LogValor DELIMITED BY SIZE
                  ' operador ' DELIMITED BY SIZE
                  WS-OperadorID DELIMITED BY SIZE
               INTO WS-LogMensagem
           CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem.

       ConsultarOrdem.
           DISPLAY 'Número da ordem de pagamento: '
           ACCEPT WS-OrdemNumero
           PERFORM LocalizarOrdem
           IF WS-OrdemAchada = 'N'
               DISPLAY 'Ordem de pagamento não encontrada!'
           ELSE
               DISPLAY 'OP ' OrdemNumero ' situação ' OrdemStatus
               DISPLAY '  Beneficiário: ' OrdemBenefNome
               DISPLAY '  Valor: R$ ' OrdemValor
               DISPLAY '  Emitida em ' OrdemDataEmissao
                   ' na agência ' OrdemAgenciaEmissora
               DISPLAY '  Pagável na agência ' OrdemAgenciaPagadora
                   ' até ' OrdemDataValidade
               IF OrdemEmitidaConta
                   DISPLAY '  Emitente: conta ' OrdemContaEmitente
               ELSE
                   DISPLAY '  Emitente: ' OrdemEmitenteNome
               END-IF
               IF OrdemDataBaixa > 0
                   DISPLAY '  Baixada em ' OrdemDataBaixa
                       ' por ' OrdemOperadorBaixa
               END-IF
           END-IF.

       LocalizarOrdem.
           MOVE 'N' TO WS-OrdemAchada
           OPEN INPUT OrdemFile
           IF WS-OrdemFileStatus = '00'
               PERFORM UNTIL WS-OrdemFileStatus = '10'
                   READ OrdemFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OrdemNumero = WS-OrdemNumero
                               MOVE 'S' TO WS-OrdemAchada
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrdemFile
           END-IF.

       LocalizarAgencia.
           MOVE 'N' TO WS-AgenciaAchada
           MOVE SPACES TO WS-AgenciaNome
           OPEN INPUT AgenciaFile
           IF WS-AgenciaFileStatus = '00'
               PERFORM UNTIL WS-AgenciaFileStatus = '10'
                   READ AgenciaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AgenciaNumero = WS-AgenciaPagadora AND
                                   AgenciaAtiva
                               MOVE 'S' TO WS-AgenciaAchada
                               MOVE AgenciaNome TO WS-AgenciaNome
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgenciaFile
           END-IF.

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

       ObterProximaOrdem.
           MOVE 0 TO WS-OrdemNumero
           OPEN INPUT OrdemSeqFile
           IF WS-OrdemSeqStatus = '00'
               READ OrdemSeqFile INTO OrdemSeqRecord
                   NOT AT END
                       MOVE SeqUltimaOrdem TO WS-OrdemNumero
               END-READ
               CLOSE OrdemSeqFile
           END-IF
           ADD 1 TO WS-OrdemNumero
           MOVE WS-OrdemNumero TO SeqUltimaOrdem
           OPEN OUTPUT OrdemSeqFile
           WRITE OrdemSeqRecord
           CLOSE OrdemSeqFile.

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

       END PROGRAM TransacaoOrdemPagamento.
