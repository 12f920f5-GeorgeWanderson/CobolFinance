       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsentOpenFinance.

      *****************************************************************
      *  ConsentOpenFinance.cbl - Manutenção dos consentimentos de
      *  compartilhamento de dados Open Finance recebidos das
      *  instituições receptoras (openfinance_consentimentos.dat):
      *    [R]egistrar - cliente, instituição receptora, escopos
      *                  autorizados (cadastro, saldos, extrato,
      *                  operações de crédito) e validade, de no
      *                  máximo 12 meses;
      *    [L]istar    - consentimentos do cliente e sua situação;
      *    re[V]ogar   - encerra o consentimento na hora: o envio
      *                  diário não gera mais arquivo para ele e o
      *                  controle de remessas recusa transmitir o
      *                  que já estava gerado.
      *  Registro e revogação vão para a trilha de auditoria.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

           SELECT OFConsFile ASSIGN TO 'openfinance_consentimentos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OFConsFileStatus.

           SELECT SessaoFile ASSIGN TO 'sessao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
       COPY CLIEREC.

       FD  OFConsFile.
       COPY OFCONSREC.

       FD  SessaoFile.
       01  SessaoRecord.
           05  SessaoOperadorID       PIC X(10).
           05  SessaoPerfil           PIC X(1).
           05  SessaoLimite           PIC 9(7)V99.
           05  SessaoTreinamento      PIC X(1).
           05  SessaoAgencia          PIC 9(4).
           05  SessaoData             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-ClienteFileStatus PIC XX.
       01  WS-OFConsFileStatus  PIC XX.
       01  WS-SessaoStatus      PIC XX.
       01  WS-Opcao             PIC X VALUE ' '.
       01  WS-OperadorID        PIC X(10) VALUE SPACES.
       01  WS-OperPerfil        PIC X VALUE ' '.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-DataMaxima        PIC 9(8) VALUE 0.
       01  WS-ClienteSel        PIC 9(5) VALUE 0.
       01  WS-ConsSel           PIC 9(7) VALUE 0.
       01  WS-ProximoID         PIC 9(7) VALUE 0.
       01  WS-Achado            PIC X VALUE 'N'.
       01  WS-NomeCliente       PIC A(50).
       01  WS-Listados          PIC 9(5) VALUE 0.
       01  WS-SitTexto          PIC X(9).
      * Dados do novo consentimento.
       01  WS-NovoInstituicao   PIC X(8) VALUE SPACES.
       01  WS-NovoInstNome      PIC X(30) VALUE SPACES.
       01  WS-NovoEscopos.
           05  WS-NovoCadastro  PIC X VALUE 'N'.
           05  WS-NovoSaldos    PIC X VALUE 'N'.
           05  WS-NovoExtrato   PIC X VALUE 'N'.
           05  WS-NovoCredito   PIC X VALUE 'N'.
       01  WS-NovoValidade      PIC 9(8) VALUE 0.
       01  WS-AudPrograma       PIC X(20) VALUE 'ConsentOpenFinance'.
       01  WS-AudArquivo        PIC X(12) VALUE 'openfinance'.
       01  WS-AudChave          PIC 9(7) VALUE 0.
       01  WS-AudCampo          PIC X(20).
       01  WS-AudAntes          PIC X(100).
       01  WS-AudDepois         PIC X(100).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           PERFORM LerSessaoOperador
           IF WS-OperadorID = SPACES
               DISPLAY 'Operador não identificado: faça o login.'
               GOBACK
           END-IF

           DISPLAY 'Consentimentos Open Finance'
           DISPLAY '---------------------------'
           DISPLAY '[R]egistrar, [L]istar, re[V]ogar: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

           EVALUATE WS-Opcao
               WHEN 'R'
                   PERFORM RegistrarConsentimento
               WHEN 'L'
                   PERFORM ListarConsentimentos
               WHEN 'V'
                   PERFORM RevogarConsentimento
               WHEN OTHER
                   DISPLAY 'Opção inválida.'
           END-EVALUATE
           GOBACK.

      * Sessão do menu de caixa: identificação e perfil do operador
      * vêm de sessao.dat, gravada no login do dia.
       LerSessaoOperador.
           OPEN INPUT SessaoFile
           IF WS-SessaoStatus = '00'
               READ SessaoFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SessaoData = WS-DataHojeOrd
                           MOVE SessaoOperadorID TO WS-OperadorID
                           MOVE SessaoPerfil TO WS-OperPerfil
                       END-IF
               END-READ
               CLOSE SessaoFile
           END-IF.

       LocalizarCliente.
           MOVE 'N' TO WS-Achado
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '00'
               MOVE WS-ClienteSel TO ClienteID
               READ ClienteFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ClienteAtivo AND NOT ClienteFalecido
                           MOVE 'S' TO WS-Achado
                           MOVE ClienteNome TO WS-NomeCliente
                       END-IF
               END-READ
               CLOSE ClienteFile
           END-IF.

      * O consentimento é dado pelo cliente na instituição receptora;
      * aqui se registra o que ela apresentou, com os escopos e a
      * validade pedidos.
       RegistrarConsentimento.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-ClienteSel
           PERFORM LocalizarCliente
           IF WS-Achado = 'N'
               DISPLAY 'Cliente não encontrado ou inativo!'
           ELSE
               DISPLAY 'Cliente: ' WS-NomeCliente
               DISPLAY 'Código da instituição receptora (ISPB): '
               ACCEPT WS-NovoInstituicao
               DISPLAY 'Nome da instituição receptora: '
               ACCEPT WS-NovoInstNome
               DISPLAY 'Compartilhar cadastro (S/N): '
               ACCEPT WS-NovoCadastro
               DISPLAY 'Compartilhar saldos (S/N): '
               ACCEPT WS-NovoSaldos
               DISPLAY 'Compartilhar extrato (S/N): '
               ACCEPT WS-NovoExtrato
               DISPLAY 'Compartilhar operações de crédito (S/N): '
               ACCEPT WS-NovoCredito
               MOVE FUNCTION UPPER-CASE(WS-NovoEscopos)
                   TO WS-NovoEscopos
               DISPLAY 'Validade do consentimento (AAAAMMDD): '
               ACCEPT WS-NovoValidade
               COMPUTE WS-DataMaxima = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) + 365)
               IF WS-NovoInstituicao = SPACES OR
                       WS-NovoInstNome = SPACES
                   DISPLAY 'Instituição receptora não informada.'
               ELSE
               IF WS-NovoEscopos = 'NNNN'
                   DISPLAY 'Nenhum escopo autorizado.'
               ELSE
               IF WS-NovoCadastro NOT = 'S' AND
                       WS-NovoCadastro NOT = 'N' OR
                       WS-NovoSaldos NOT = 'S' AND
                       WS-NovoSaldos NOT = 'N' OR
                       WS-NovoExtrato NOT = 'S' AND
                       WS-NovoExtrato NOT = 'N' OR
                       WS-NovoCredito NOT = 'S' AND
                       WS-NovoCredito NOT = 'N'
                   DISPLAY 'Escopo deve ser S ou N.'
               ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-NovoValidade)
                       NOT = 0 OR WS-NovoValidade <= WS-DataHojeOrd
                   DISPLAY 'Validade inválida.'
               ELSE
               IF WS-NovoValidade > WS-DataMaxima
                   DISPLAY 'Validade acima de 12 meses: máximo '
                       WS-DataMaxima '.'
               ELSE
                   PERFORM GravarConsentimento
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       GravarConsentimento.
           MOVE 0 TO WS-ProximoID
           OPEN INPUT OFConsFile
           IF WS-OFConsFileStatus = '00'
               PERFORM UNTIL WS-OFConsFileStatus = '10'
                   READ OFConsFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OFConsID > WS-ProximoID
                               MOVE OFConsID TO WS-ProximoID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFConsFile
           END-IF
           ADD 1 TO WS-ProximoID

           MOVE WS-ProximoID TO OFConsID
           MOVE WS-ClienteSel TO OFConsClienteID
           MOVE WS-NovoInstituicao TO OFConsInstituicao
           MOVE WS-NovoInstNome TO OFConsInstNome
           MOVE WS-NovoEscopos TO OFConsEscopos
           MOVE WS-DataHojeOrd TO OFConsDataConsentimento
           MOVE WS-NovoValidade TO OFConsDataValidade
           MOVE 'A' TO OFConsSituacao
           MOVE 0 TO OFConsDataEncerramento
           MOVE WS-OperadorID TO OFConsOperador
           MOVE 0 TO OFConsUltimoEnvio
           OPEN EXTEND OFConsFile
           IF WS-OFConsFileStatus = '35'
               OPEN OUTPUT OFConsFile
           END-IF
           WRITE OFConsentimentoRecord
           CLOSE OFConsFile

           MOVE WS-ProximoID TO WS-AudChave
           MOVE 'Consentimento' TO WS-AudCampo
           MOVE SPACES TO WS-AudAntes
           MOVE SPACES TO WS-AudDepois
           STRING 'ATIVO cliente ' DELIMITED BY SIZE
                  WS-ClienteSel DELIMITED BY SIZE
                  ' inst ' DELIMITED BY SIZE
                  WS-NovoInstituicao DELIMITED BY SIZE
                  ' escopos ' DELIMITED BY SIZE
                  WS-NovoEscopos DELIMITED BY SIZE
                  ' validade ' DELIMITED BY SIZE
                  WS-NovoValidade DELIMITED BY SIZE
               INTO WS-AudDepois
           CALL 'GravarAuditoria' USING WS-AudPrograma
               WS-OperadorID WS-AudArquivo WS-AudChave WS-AudCampo
               WS-AudAntes WS-AudDepois
           DISPLAY 'Consentimento ' WS-ProximoID ' registrado.'.

       ListarConsentimentos.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-ClienteSel
           MOVE 0 TO WS-Listados
           OPEN INPUT OFConsFile
           IF WS-OFConsFileStatus = '00'
               PERFORM UNTIL WS-OFConsFileStatus = '10'
                   READ OFConsFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OFConsClienteID = WS-ClienteSel
                               PERFORM ExibirConsentimento
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFConsFile
           END-IF
           IF WS-Listados = 0
               DISPLAY 'Nenhum consentimento Open Finance.'
           END-IF.

      * Ativo com validade já passada aparece como vencido mesmo
      * antes de o envio diário marcá-lo.
       ExibirConsentimento.
           ADD 1 TO WS-Listados
           EVALUATE TRUE
               WHEN OFConsRevogado
                   MOVE 'REVOGADO' TO WS-SitTexto
               WHEN OFConsVencido
                   MOVE 'VENCIDO' TO WS-SitTexto
               WHEN OFConsDataValidade < WS-DataHojeOrd
                   MOVE 'VENCIDO' TO WS-SitTexto
               WHEN OTHER
                   MOVE 'ATIVO' TO WS-SitTexto
           END-EVALUATE
           DISPLAY OFConsID ' ' OFConsInstituicao ' '
               OFConsInstNome ' ' WS-SitTexto
           DISPLAY '   escopos (cad/sal/ext/cred) ' OFConsEscopos
               '  de ' OFConsDataConsentimento
               ' até ' OFConsDataValidade
               '  último envio ' OFConsUltimoEnvio
           IF OFConsDataEncerramento > 0
               DISPLAY '   encerrado em ' OFConsDataEncerramento
           END-IF.

      * A revogação vale na hora: a situação muda no arquivo e o
      * envio e a transmissão consultam a situação antes de mandar.
       RevogarConsentimento.
           DISPLAY 'ID do consentimento: '
           ACCEPT WS-ConsSel
           MOVE 'N' TO WS-Achado
           OPEN I-O OFConsFile
           IF WS-OFConsFileStatus = '00'
               PERFORM UNTIL WS-OFConsFileStatus = '10'
                   READ OFConsFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OFConsID = WS-ConsSel
                               MOVE 'S' TO WS-Achado
                               PERFORM RegravarRevogacao
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFConsFile
           END-IF
           IF WS-Achado = 'N'
               DISPLAY 'Consentimento não encontrado!'
           END-IF.

       RegravarRevogacao.
           IF NOT OFConsAtivo
               DISPLAY 'Consentimento já encerrado em '
                   OFConsDataEncerramento '.'
           ELSE
               MOVE 'R' TO OFConsSituacao
               MOVE WS-DataHojeOrd TO OFConsDataEncerramento
               REWRITE OFConsentimentoRecord
               MOVE OFConsID TO WS-AudChave
               MOVE 'Consentimento' TO WS-AudCampo
               MOVE 'ATIVO' TO WS-AudAntes
               MOVE SPACES TO WS-AudDepois
               STRING 'REVOGADO inst ' DELIMITED BY SIZE
                      OFConsInstituicao DELIMITED BY SIZE
                   INTO WS-AudDepois
               CALL 'GravarAuditoria' USING WS-AudPrograma
                   WS-OperadorID WS-AudArquivo WS-AudChave
                   WS-AudCampo WS-AudAntes WS-AudDepois
               DISPLAY 'Consentimento revogado; nenhum dado sai mais'
               DISPLAY 'para ' OFConsInstNome
           END-IF.

       END PROGRAM ConsentOpenFinance.
