               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PacoteFileStatus.

           SELECT RepresentanteFile ASSIGN TO 'representantes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RepFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       FD  PacoteFile.
       COPY PACOTEREC.

       FD  RepresentanteFile.
       COPY REPRESREC.

       WORKING-STORAGE SECTION.
       01  WS-ContaSeqFileStatus PIC XX.
       01  WS-UltimoContaNumero  PIC 9(7).
       01  WS-AltDepois         PIC X(100).
       01  WS-NovoLimite        PIC 9(7)V99 VALUE 0.
       01  WS-NovoLimiteSaque   PIC 9(7)V99 VALUE 0.
       01  WS-PreAprovOperacao  PIC X VALUE 'C'.
       01  WS-VendaProduto      PIC X(4).
       01  WS-VendaChave        PIC 9(7) VALUE 0.
       01  WS-VendaComplemento  PIC 9(5) VALUE 0.
       01  WS-VendaValor        PIC 9(9)V99 VALUE 0.
       01  WS-VendaPrazo        PIC 9(4) VALUE 0.
       01  WS-PreAprovDispon    PIC 9(9)V99 VALUE 0.
       01  WS-PreAprovChEsp     PIC 9(7)V99 VALUE 0.
       01  WS-PreAprovValidade  PIC 9(8) VALUE 0.
       01  WS-PreAprovValor     PIC 9(9)V99 VALUE 0.
       01  WS-PreAprovAchado    PIC X VALUE 'N'.
       01  WS-NovoPINPedido     PIC 9(4) VALUE 0.
       01  WS-AltValorEd        PIC 9(7).99.
       01  WS-ContaBloqueio     PIC 9(7)V99 VALUE 0.
       01  WS-ClienteNomeConta  PIC A(50).
       01  WS-ClienteStatusConta PIC X(1).
       01  WS-ClienteEncontrado PIC X VALUE 'N'.
       01  WS-ClienteTipoConta  PIC X(1) VALUE 'F'.
       01  WS-RepFileStatus     PIC XX.
       01  WS-RepresentValido   PIC X VALUE 'N'.
       01  WS-DossieSituacao    PIC X VALUE ' '.
       01  WS-DossiePendentes   PIC X(40) VALUE SPACES.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-ContaPIN          PIC 9(4) VALUE 0.
       01  WS-PINDigitado       PIC 9(4).
       01  WS-PINValido         PIC X VALUE 'Y'.
               DISPLAY 'Cliente não cadastrado! Cadastre antes de'
               DISPLAY 'abrir a conta.'
           ELSE
               IF WS-ClienteTipoConta = 'J'
                   PERFORM VerificarRepresentantesPJ
               ELSE
                   MOVE 'S' TO WS-RepresentValido
               END-IF
               CALL 'VerificarDossie' USING WS-ClienteIDConta
                   WS-DossieSituacao WS-DossiePendentes
               IF WS-ClienteStatusConta = 'B'
                   DISPLAY 'Cliente bloqueado! Não é possível abrir'
                   DISPLAY 'conta.'
               ELSE
               IF WS-RepresentValido = 'N'
                   DISPLAY 'Empresa sem representante ativo com'
                   DISPLAY 'poderes de movimentação! Vincule antes'
                   DISPLAY 'na manutenção de representantes.'
               ELSE
               IF WS-DossieSituacao NOT = 'C'
                   DISPLAY 'Dossiê documental incompleto! Registre'
                   DISPLAY 'os documentos antes de abrir a conta.'
                   DISPLAY WS-DossiePendentes
               ELSE
                   IF WS-ClienteTipoConta = 'J'
                       DISPLAY 'Razão social: ' WS-ClienteNomeConta
                   ELSE
                       DISPLAY 'Titular: ' WS-ClienteNomeConta
                   END-IF
                   DISPLAY 'Digite o saldo inicial:'
                   ACCEPT WS-ContaSaldo
                   DISPLAY 'Digite o limite de cheque especial:'
                   ACCEPT WS-ContaLimite
                   DISPLAY 'Digite o limite diário de saque:'
                   ACCEPT WS-ContaLimiteSaqueDiario
      *            Pessoa jurídica só tem conta corrente.
                   IF WS-ClienteTipoConta = 'J'
                       MOVE 'C' TO WS-ContaTipo
                   ELSE
                       DISPLAY 'Tipo de conta [C]orrente, [P]oupança,'
                       DISPLAY '[S]alário: '
                       ACCEPT WS-ContaTipo
                   END-IF
                   DISPLAY 'Digite o número da agência (4 dígitos):'
                   ACCEPT WS-ContaAgencia
                   PERFORM ValidarAgencia
                           ContaCotitularNome(WS-CotitularIdx)
                   END-PERFORM

      *            Conta de empresa não tem cotitular: quem
      *            movimenta são os representantes do quadro.
                   IF WS-ClienteTipoConta = 'J'
                       MOVE 0 TO WS-CotitularQtde
                   ELSE
                   DISPLAY 'Quantos cotitulares adicionais (0 a 3)? '
                   ACCEPT WS-CotitularQtde
                   END-IF
                   MOVE WS-CotitularQtde TO ContaQtdeCotitulares
                   PERFORM VARYING WS-CotitularIdx FROM 1 BY 1
                           UNTIL WS-CotitularIdx > WS-CotitularQtde
                   WRITE ContaRecord
           CALL 'GravarJournal' USING 'ContaBancaria       '
               'contas          ' ContaRecord
      *            Abertura fica na trilha como status de branco
      *            para ativo: é por ela que o envio ao CCS acha
      *            os vínculos iniciados no dia.
                   MOVE ContaNumero TO WS-AudChave
                   MOVE 'Status' TO WS-AudCampo
                   MOVE SPACES TO WS-AudAntes
                   MOVE ContaStatus TO WS-AudDepois
                   PERFORM GravarLinhaAuditoria
                   PERFORM GravarUltimoContaNumero
                   MOVE 'CONT' TO WS-VendaProduto
                   MOVE ContaNumero TO WS-VendaChave
                   MOVE 0 TO WS-VendaComplemento
                   PERFORM RegistrarVendaBalcao
                   MOVE 'DVCONTA' TO WS-UtilFuncao
                   MOVE ContaNumero TO WS-UtilEntrada
                   CALL 'Utilitarios' USING WS-UtilFuncao
                       WS-UtilSaida(8:1)
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       GerarSalConta.
                       MOVE ClienteNome TO WS-ClienteNomeConta
                       MOVE ClienteStatus
                           TO WS-ClienteStatusConta
                       IF ClientePessoaJuridica
                           MOVE 'J' TO WS-ClienteTipoConta
                       ELSE
                           MOVE 'F' TO WS-ClienteTipoConta
                       END-IF
               END-READ
               CLOSE ClienteFile
           END-IF.

      * A conta de pessoa jurídica só abre com ao menos um sócio,
      * administrador ou procurador ativo, dentro da validade e com
      * poderes de movimentação (pagamentos ou totais).
       VerificarRepresentantesPJ.
           MOVE 'N' TO WS-RepresentValido
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           OPEN INPUT RepresentanteFile
           IF WS-RepFileStatus = '00'
               PERFORM UNTIL WS-RepFileStatus = '10'
                   READ RepresentanteFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF RepEmpresaID = WS-ClienteIDConta AND
                                   RepAtivo AND
                                   RepValidade >= WS-DataHojeOrd AND
                                   (RepPoderPagamentos OR
                                    RepPoderTotal)
                               MOVE 'S' TO WS-RepresentValido
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RepresentanteFile
           END-IF.

       OperacoesConta.
           DISPLAY WS-OperacaoMenu
           ACCEPT WS-OperacaoChoice
                       MOVE 'Pacote' TO WS-AudCampo
                       MOVE ContaPacoteID TO WS-AudValorEd
                       MOVE WS-AudValorEd TO WS-AudAntes
                       IF WS-PacoteEscolhido > 0 AND
                               WS-PacoteEscolhido NOT = ContaPacoteID
                           MOVE 'PACO' TO WS-VendaProduto
                       ELSE
                           MOVE SPACES TO WS-VendaProduto
                       END-IF
                       MOVE WS-PacoteEscolhido TO ContaPacoteID
                       MOVE ContaPacoteID TO WS-AudValorEd
                       MOVE WS-AudValorEd TO WS-AudDepois
                       REWRITE ContaRecord
           CALL 'GravarJournal' USING 'ContaBancaria       '
               'contas          ' ContaRecord
                       IF WS-VendaProduto = 'PACO'
                           MOVE ContaNumero TO WS-VendaChave
                           MOVE ContaPacoteID TO WS-VendaComplemento
                           PERFORM RegistrarVendaBalcao
                       END-IF
                       DISPLAY 'Pacote da conta atualizado.'
                   ELSE
                       DISPLAY 'Pacote inexistente!'
               WHEN 'l'
      *            Alteração sensível sob dupla custódia: o pedido
      *            fica pendente até um supervisor aprovar no
      *            AprovarAlteracoes; nada muda na hora. Limite
      *            dentro do cheque especial pré-aprovado do
      *            cliente é aplicado direto, com auditoria.
                   DISPLAY 'Limite atual: R$ ' ContaLimite
                   CALL 'ConsultarPreAprovado' USING
                       WS-PreAprovOperacao ContaClienteID
                       WS-PreAprovDispon WS-PreAprovChEsp
                       WS-PreAprovValidade WS-PreAprovValor
                       WS-PreAprovAchado
                   IF WS-PreAprovAchado = 'S'
                       DISPLAY 'Cheque especial pré-aprovado: R$ '
                           WS-PreAprovChEsp
                   END-IF
                   DISPLAY 'Novo limite de cheque especial: '
                   ACCEPT WS-NovoLimite
                   MOVE ContaNumero TO WS-AudChave
      *            Aumento de limite é concessão de crédito: só
      *            com o dossiê documental completo. Redução passa.
                   MOVE 'C' TO WS-DossieSituacao
                   IF WS-NovoLimite > ContaLimite
                       CALL 'VerificarDossie' USING ContaClienteID
                           WS-DossieSituacao WS-DossiePendentes
                   END-IF
                   IF WS-DossieSituacao NOT = 'C'
                       DISPLAY 'Dossiê documental incompleto!'
                       DISPLAY 'Aumento de limite não permitido.'
                       DISPLAY WS-DossiePendentes
                   ELSE
                   IF WS-PreAprovAchado = 'S' AND
                           WS-NovoLimite <= WS-PreAprovChEsp
                       MOVE 'Limite pre-aprovado' TO WS-AudCampo
                       MOVE ContaLimite TO WS-AudValorEd
                       MOVE WS-AudValorEd TO WS-AudAntes
                       MOVE WS-NovoLimite TO ContaLimite
                       MOVE ContaLimite TO WS-AudValorEd
                       MOVE WS-AudValorEd TO WS-AudDepois
                       PERFORM GravarLinhaAuditoria
                       REWRITE ContaRecord
           CALL 'GravarJournal' USING 'ContaBancaria       '
               'contas          ' ContaRecord
                       DISPLAY 'Limite dentro do pré-aprovado'
                       DISPLAY 'atualizado.'
                   ELSE
                       MOVE 'ContaLimite' TO WS-AltCampo
                       MOVE ContaLimite TO WS-AltValorEd
                       MOVE WS-AltValorEd TO WS-AltAntes
                       MOVE WS-NovoLimite TO WS-AltValorEd
                       MOVE WS-AltValorEd TO WS-AltDepois
                       CALL 'RegistrarAlteracaoPendente' USING
                           WS-AltArquivo WS-AudChave WS-AltCampo
                           WS-AltAntes WS-AltDepois WS-OperadorID
                   END-IF
                   END-IF

                   DISPLAY 'Limite diário de saque atual: R$ '
                       ContaLimiteSaqueDiario
               WS-OperadorID WS-AudArquivo WS-AudChave WS-AudCampo
               WS-AudAntes WS-AudDepois.

      * Venda de balcão na produção comercial do operador.
       RegistrarVendaBalcao.
           MOVE 0 TO WS-VendaValor
           MOVE 0 TO WS-VendaPrazo
           CALL 'RegistrarVenda' USING WS-VendaProduto WS-OperadorID
               WS-VendaChave WS-VendaComplemento WS-VendaValor
               WS-VendaPrazo.

       VerificarPIN.
           DISPLAY 'Digite o PIN da conta:'
           ACCEPT WS-PINDigitado
