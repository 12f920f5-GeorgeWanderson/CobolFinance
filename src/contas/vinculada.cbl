       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContaVinculada.

      *****************************************************************
      *  ContaVinculada.cbl - Conta vinculada (escrow) entre duas
      *  contas do banco (contas_vinculadas.dat):
      *    [A]brir     - o depositante confirma com o PIN e o valor
      *                  sai do disponível dele e fica retido, com o
      *                  beneficiário, a condição de liberação, o
      *                  prazo e a regra de devolução;
      *    [C]onfirmar - a agência atesta a condição cumprida; a
      *                  liberação vai para a fila de alterações
      *                  pendentes e só credita o beneficiário
      *                  quando outro supervisor aprova no
      *                  AprovarAlteracoes;
      *    c[O]nsultar - vinculadas de uma conta, como depositante
      *                  ou como beneficiário.
      *  No prazo, sem a condição confirmada, o VencimentoVinculadas
      *  devolve o valor ao depositante pela regra.
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

           SELECT VinculadaFile ASSIGN TO 'contas_vinculadas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VincFileStatus.

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

       FD  VinculadaFile.
       COPY VINCREC.

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
       01  WS-VincFileStatus    PIC XX.
       01  WS-ProtSeqFileStatus PIC XX.
       01  WS-SessaoStatus      PIC XX.
       01  WS-SessaoAtiva       PIC X VALUE 'N'.
       01  WS-OperadorID        PIC X(10).
       01  WS-OperadorSenha     PIC X(8).
       01  WS-OperAutenticado   PIC X VALUE 'N'.
       01  WS-OperPerfil        PIC X VALUE ' '.
       01  WS-OperLimite        PIC 9(7)V99 VALUE 0.
       01  WS-Opcao             PIC X VALUE ' '.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-DataMov           PIC X(10).
       01  WS-ContaAchada       PIC X VALUE 'N'.
       01  WS-Disponivel        PIC S9(9)V99 VALUE 0.
       01  WS-PINDigitado       PIC 9(4).
       01  WS-PINValido         PIC X VALUE 'N'.
       01  WS-HashTexto         PIC X(12).
       01  WS-HashCalculado     PIC X(16).
       01  WS-Protocolo         PIC 9(10) VALUE 0.
       01  WS-MovDescricao      PIC X(100).
       01  WS-MovGravado        PIC X VALUE 'N'.
       01  WS-ProximoID         PIC 9(7) VALUE 0.
       01  WS-VincSel           PIC 9(7) VALUE 0.
       01  WS-ContaSel          PIC 9(7) VALUE 0.
       01  WS-Achado            PIC X VALUE 'N'.
       01  WS-Listados          PIC 9(5) VALUE 0.
       01  WS-SitTexto          PIC X(10).
      * Dados da nova vinculada.
       01  WS-NovoDepositante   PIC 9(7) VALUE 0.
       01  WS-NovoBeneficiario  PIC 9(7) VALUE 0.
       01  WS-NovoValor         PIC 9(7)V99 VALUE 0.
       01  WS-NovoCondicao      PIC X(60) VALUE SPACES.
       01  WS-NovoPrazo         PIC 9(8) VALUE 0.
       01  WS-NovoRegra         PIC X VALUE ' '.
       01  WS-NovoMultaPct      PIC 9(2)V99 VALUE 0.
       01  WS-AltArquivo        PIC X(12) VALUE 'vinculadas'.
       01  WS-AltCampo          PIC X(25) VALUE 'VincLiberacao'.
       01  WS-AltAntes          PIC X(100).
       01  WS-AltDepois         PIC X(100).
       01  WS-AudPrograma       PIC X(20) VALUE 'ContaVinculada'.
       01  WS-AudArquivo        PIC X(12) VALUE 'vinculadas'.
       01  WS-AudChave          PIC 9(7) VALUE 0.
       01  WS-AudCampo          PIC X(20).
       01  WS-AudAntes          PIC X(100).
       01  WS-AudDepois         PIC X(100).

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
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           MOVE WS-DataHojeOrd TO WS-DataMov

           DISPLAY 'Conta Vinculada'
           DISPLAY '---------------'
           DISPLAY '[A]brir, [C]onfirmar condição, c[O]nsultar: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

      *    Perfil somente-consulta não abre nem confirma.
           IF WS-OperPerfil = 'Q' AND WS-Opcao NOT = 'O'
               DISPLAY 'Perfil de consulta: operação bloqueada.'
               GOBACK
           END-IF

           EVALUATE WS-Opcao
               WHEN 'A'
                   PERFORM AbrirVinculada
               WHEN 'C'
                   PERFORM ConfirmarCondicao
               WHEN 'O'
                   PERFORM ConsultarVinculadas
               WHEN OTHER
                   DISPLAY 'Opção inválida.'
           END-EVALUATE
           GOBACK.

      * Sessão do menu de caixa: quando o MenuCaixa já autenticou o
      * operador, a identificação vem de sessao.dat e o programa não
      * pede login de novo.
       LerSessaoOperador.
           MOVE 'N' TO WS-SessaoAtiva
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
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
                           MOVE SessaoPerfil TO WS-OperPerfil
                           MOVE SessaoLimite TO WS-OperLimite
                       END-IF
               END-READ
               CLOSE SessaoFile
           END-IF.

      *****************************************************************
      * Abertura: duas contas ativas e distintas, condição descrita,
      * prazo futuro e regra de devolução (integral, ou com multa ao
      * beneficiário). O depositante confirma com o PIN e o valor sai
      * do disponível (saldo mais limite, menos bloqueios).
      *****************************************************************
       AbrirVinculada.
           DISPLAY 'Conta do depositante: '
           ACCEPT WS-NovoDepositante
           DISPLAY 'Conta do beneficiário: '
           ACCEPT WS-NovoBeneficiario
           DISPLAY 'Valor a reter: '
           ACCEPT WS-NovoValor
           DISPLAY 'Condição de liberação: '
           ACCEPT WS-NovoCondicao
           DISPLAY 'Prazo (AAAAMMDD): '
           ACCEPT WS-NovoPrazo
           DISPLAY 'Devolução no prazo: [I]ntegral ou com [M]ulta: '
           ACCEPT WS-NovoRegra
           MOVE FUNCTION UPPER-CASE(WS-NovoRegra) TO WS-NovoRegra
           MOVE 0 TO WS-NovoMultaPct
           IF WS-NovoRegra = 'M'
               DISPLAY 'Multa ao beneficiário (% do valor): '
               ACCEPT WS-NovoMultaPct
           END-IF

           IF WS-NovoDepositante = WS-NovoBeneficiario
               DISPLAY 'Depositante e beneficiário são a mesma conta.'
           ELSE
           IF WS-NovoValor = 0
               DISPLAY 'Valor inválido.'
           ELSE
           IF WS-NovoCondicao = SPACES
               DISPLAY 'Condição de liberação não informada.'
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NovoPrazo) NOT = 0
                   OR WS-NovoPrazo <= WS-DataHojeOrd
               DISPLAY 'Prazo inválido.'
           ELSE
           IF WS-NovoRegra NOT = 'I' AND WS-NovoRegra NOT = 'M'
               DISPLAY 'Regra de devolução deve ser I ou M.'
           ELSE
           IF WS-NovoRegra = 'M' AND (WS-NovoMultaPct = 0 OR
                   WS-NovoMultaPct > 50)
               DISPLAY 'Multa deve ficar entre 0,01 e 50%.'
           ELSE
               PERFORM ReterValor
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       ReterValor.
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
           MOVE WS-NovoBeneficiario TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ContaAtiva
                       MOVE 'Y' TO WS-ContaAchada
                   END-IF
           END-READ

           IF WS-ContaAchada = 'N'
               DISPLAY 'Conta do beneficiário inexistente ou inativa!'
           ELSE
               MOVE 'N' TO WS-ContaAchada
               MOVE WS-NovoDepositante TO ContaNumero
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
                   DISPLAY 'Conta do depositante não encontrada!'
               ELSE
               IF NOT ContaAtiva
                   DISPLAY 'Conta do depositante não está ativa!'
               ELSE
                   DISPLAY 'Depositante: ' ContaTitular
                   DISPLAY 'Digite o PIN da conta:'
                   ACCEPT WS-PINDigitado
                   PERFORM ConferirPINDigitado
                   PERFORM CalcularDisponivel
                   IF WS-PINValido = 'N'
                       DISPLAY 'PIN incorreto! Operação não'
                       DISPLAY 'permitida.'
                   ELSE
                   IF WS-NovoValor > WS-Disponivel
                       DISPLAY 'Saldo insuficiente para a retenção.'
                   ELSE
                       PERFORM DebitarDepositante
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               UNLOCK ContaFile
           END-IF

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

       DebitarDepositante.
           PERFORM ObterProximoProtocolo
           PERFORM ObterProximoID

           SUBTRACT WS-NovoValor FROM ContaSaldo
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'ContaVinculada      '
               'contas          ' ContaRecord

           MOVE SPACES TO WS-MovDescricao
           STRING 'Retenção em conta vinculada ' DELIMITED BY SIZE
                  WS-ProximoID DELIMITED BY SIZE
                  ' a favor da conta ' DELIMITED BY SIZE
                  WS-NovoBeneficiario DELIMITED BY SIZE
               INTO WS-MovDescricao
           MOVE WS-NovoDepositante TO MovimentacaoContaNumero
           MOVE WS-DataMov TO MovimentacaoData
           MOVE FUNCTION CURRENT-DATE(9:8) TO MovimentacaoHora
           MOVE 'P' TO MovimentacaoTipo
           MOVE WS-NovoValor TO MovimentacaoValor
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE WS-MovDescricao TO MovimentacaoDescricao
           MOVE WS-NovoBeneficiario TO MovimentacaoContaRelacionada
           MOVE WS-Protocolo TO MovimentacaoProtocolo
           MOVE WS-OperadorID TO MovimentacaoOperadorID
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'ContaVinculada      '
               'movimentacao    ' MovimentacaoRecord

           MOVE WS-ProximoID TO VincID
           MOVE WS-NovoDepositante TO VincContaDepositante
           MOVE WS-NovoBeneficiario TO VincContaBeneficiario
           MOVE WS-NovoValor TO VincValor
           MOVE WS-NovoCondicao TO VincCondicao
           MOVE WS-DataHojeOrd TO VincDataAbertura
           MOVE WS-NovoPrazo TO VincPrazo
           MOVE WS-NovoRegra TO VincRegraDevolucao
           MOVE WS-NovoMultaPct TO VincMultaPct
           MOVE 0 TO VincDataConfirmacao
           MOVE SPACES TO VincOperadorConfirmacao
           MOVE 'A' TO VincSituacao
           MOVE 0 TO VincDataEncerramento
           MOVE WS-Protocolo TO VincProtocoloAbertura
           MOVE 0 TO VincProtocoloEncerramento
           MOVE WS-OperadorID TO VincOperador
           OPEN EXTEND VinculadaFile
           IF WS-VincFileStatus = '35'
               OPEN OUTPUT VinculadaFile
           END-IF
           WRITE VinculadaRecord
           CLOSE VinculadaFile

           MOVE WS-ProximoID TO WS-AudChave
           MOVE 'VincSituacao' TO WS-AudCampo
           MOVE SPACES TO WS-AudAntes
           MOVE SPACES TO WS-AudDepois
           STRING 'ABERTA dep ' DELIMITED BY SIZE
                  WS-NovoDepositante DELIMITED BY SIZE
                  ' benef ' DELIMITED BY SIZE
                  WS-NovoBeneficiario DELIMITED BY SIZE
                  ' valor ' DELIMITED BY SIZE
                  WS-NovoValor DELIMITED BY SIZE
                  ' prazo ' DELIMITED BY SIZE
                  WS-NovoPrazo DELIMITED BY SIZE
                  ' regra ' DELIMITED BY SIZE
                  WS-NovoRegra DELIMITED BY SIZE
               INTO WS-AudDepois
           CALL 'GravarAuditoria' USING WS-AudPrograma
               WS-OperadorID WS-AudArquivo WS-AudChave WS-AudCampo
               WS-AudAntes WS-AudDepois

           DISPLAY 'Conta vinculada ' WS-ProximoID ' aberta.'
           DISPLAY 'Protocolo: ' WS-Protocolo
           DISPLAY 'Valor retido: R$ ' WS-NovoValor
               ' até ' WS-NovoPrazo
           DISPLAY 'Novo saldo do depositante: ' ContaSaldo.

      *****************************************************************
      * Confirmação da condição: marca a vinculada e registra a
      * liberação na fila de dupla custódia. O crédito ao
      * beneficiário só acontece na aprovação por outro supervisor;
      * rejeitada ou expirada a pendência, a confirmação é desfeita.
      *****************************************************************
       ConfirmarCondicao.
           DISPLAY 'Número da conta vinculada: '
           ACCEPT WS-VincSel
           MOVE 'N' TO WS-Achado
           OPEN I-O VinculadaFile
           IF WS-VincFileStatus = '00'
               PERFORM UNTIL WS-VincFileStatus = '10'
                   READ VinculadaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF VincID = WS-VincSel
                               MOVE 'S' TO WS-Achado
                               PERFORM RegistrarConfirmacao
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VinculadaFile
           END-IF
           IF WS-Achado = 'N'
               DISPLAY 'Conta vinculada não encontrada!'
           END-IF.

       RegistrarConfirmacao.
           IF NOT VincAberta
               DISPLAY 'Conta vinculada já encerrada em '
                   VincDataEncerramento '.'
           ELSE
           IF VincDataConfirmacao > 0
               DISPLAY 'Condição já confirmada em '
                   VincDataConfirmacao ' por '
                   VincOperadorConfirmacao
               DISPLAY 'Liberação aguardando aprovação.'
           ELSE
           IF VincPrazo < WS-DataHojeOrd
               DISPLAY 'Prazo vencido em ' VincPrazo
                   ': valor segue para devolução.'
           ELSE
               DISPLAY 'Condição: ' VincCondicao
               DISPLAY 'Beneficiário: ' VincContaBeneficiario
                   '  Valor: R$ ' VincValor
               DISPLAY 'Confirma que a condição foi cumprida (S/N)? '
               ACCEPT WS-Opcao
               MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao
               IF WS-Opcao = 'S'
                   MOVE WS-DataHojeOrd TO VincDataConfirmacao
                   MOVE WS-OperadorID TO VincOperadorConfirmacao
                   REWRITE VinculadaRecord

                   MOVE SPACES TO WS-AltAntes
                   MOVE SPACES TO WS-AltDepois
                   STRING 'RETIDO ' DELIMITED BY SIZE
                          VincValor DELIMITED BY SIZE
                          ' dep ' DELIMITED BY SIZE
                          VincContaDepositante DELIMITED BY SIZE
                       INTO WS-AltAntes
                   STRING 'LIBERAR ' DELIMITED BY SIZE
                          VincValor DELIMITED BY SIZE
                          ' benef ' DELIMITED BY SIZE
                          VincContaBeneficiario DELIMITED BY SIZE
                       INTO WS-AltDepois
                   CALL 'RegistrarAlteracaoPendente' USING
                       WS-AltArquivo VincID WS-AltCampo
                       WS-AltAntes WS-AltDepois WS-OperadorID
                   DISPLAY 'Condição confirmada. Liberação pendente'
                   DISPLAY 'de aprovação por outro supervisor.'
               ELSE
                   DISPLAY 'Confirmação cancelada.'
               END-IF
           END-IF
           END-IF
           END-IF.

       ConsultarVinculadas.
           DISPLAY 'Número da conta: '
           ACCEPT WS-ContaSel
           MOVE 0 TO WS-Listados
           OPEN INPUT VinculadaFile
           IF WS-VincFileStatus = '00'
               PERFORM UNTIL WS-VincFileStatus = '10'
                   READ VinculadaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF VincContaDepositante = WS-ContaSel OR
                                   VincContaBeneficiario = WS-ContaSel
                               PERFORM ExibirVinculada
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VinculadaFile
           END-IF
           IF WS-Listados = 0
               DISPLAY 'Nenhuma conta vinculada para a conta.'
           END-IF.

       ExibirVinculada.
           ADD 1 TO WS-Listados
           EVALUATE TRUE
               WHEN VincLiberada
                   MOVE 'LIBERADA' TO WS-SitTexto
               WHEN VincDevolvida
                   MOVE 'DEVOLVIDA' TO WS-SitTexto
               WHEN VincDataConfirmacao > 0
                   MOVE 'CONFIRMADA' TO WS-SitTexto
               WHEN OTHER
                   MOVE 'ABERTA' TO WS-SitTexto
           END-EVALUATE
           DISPLAY VincID ' dep ' VincContaDepositante
               ' benef ' VincContaBeneficiario
               ' R$ ' VincValor ' ' WS-SitTexto
           DISPLAY '   prazo ' VincPrazo '  regra '
               VincRegraDevolucao ' multa ' VincMultaPct '%'
           DISPLAY '   condição: ' VincCondicao
           IF VincDataEncerramento > 0
               DISPLAY '   encerrada em ' VincDataEncerramento
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

       ObterProximoID.
           MOVE 0 TO WS-ProximoID
           OPEN INPUT VinculadaFile
           IF WS-VincFileStatus = '00'
               PERFORM UNTIL WS-VincFileStatus = '10'
                   READ VinculadaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF VincID > WS-ProximoID
                               MOVE VincID TO WS-ProximoID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VinculadaFile
           END-IF
           ADD 1 TO WS-ProximoID.

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

       END PROGRAM ContaVinculada.
