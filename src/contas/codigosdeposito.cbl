       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManutencaoCodigoDeposito.

      *****************************************************************
      *  ManutencaoCodigoDeposito.cbl - Manutenção dos códigos de
      *  depositante (codigos_deposito.dat) que uma empresa cadastra
      *  para os seus pagadores: inclusão, cancelamento e lista dos
      *  códigos da conta. Só contas ativas de titular pessoa
      *  jurídica recebem códigos. A partir do primeiro código ativo
      *  a conta passa a exigir o código em todo depósito no caixa e
      *  no lote de contingência (sub-rotina DepositoIdentificado),
      *  e o job RetornoDepositoId devolve à empresa os
      *  depósitos identificados do dia. Inclusão e cancelamento vão
      *  para a auditoria.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

           SELECT CodigoDepositoFile ASSIGN TO 'codigos_deposito.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CodDepFileStatus.

           SELECT SessaoFile ASSIGN TO 'sessao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  ClienteFile.
       COPY CLIEREC.

       FD  CodigoDepositoFile.
       COPY CODDEPREC.

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
       01  WS-ClienteFileStatus PIC XX.
       01  WS-CodDepFileStatus  PIC XX.
       01  WS-SessaoStatus      PIC XX.
       01  WS-Opcao             PIC X VALUE ' '.
       01  WS-ContaNumero       PIC 9(7) VALUE 0.
       01  WS-ClienteConta      PIC 9(5) VALUE 0.
       01  WS-Codigo            PIC X(20) VALUE SPACES.
       01  WS-Pagador           PIC X(40) VALUE SPACES.
       01  WS-MensagemErro      PIC X(60) VALUE SPACES.
       01  WS-Achado            PIC X VALUE 'N'.
       01  WS-Listados          PIC 9(5) VALUE 0.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-OperadorID        PIC X(10) VALUE SPACES.
       01  WS-OperPerfil        PIC X VALUE ' '.
       01  WS-AudPrograma       PIC X(20)
           VALUE 'ManutCodigoDeposito'.
       01  WS-AudArquivo        PIC X(12) VALUE 'codigos_dep'.
       01  WS-AudChave          PIC 9(7) VALUE 0.
       01  WS-AudCampo          PIC X(20).
       01  WS-AudAntes          PIC X(100).
       01  WS-AudDepois         PIC X(100).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           PERFORM LerSessaoOperador
           IF WS-OperadorID = SPACES
               DISPLAY 'Informe o ID do operador: '
               ACCEPT WS-OperadorID
           END-IF

           DISPLAY '[I]ncluir código, [X] cancelar código,'
           DISPLAY '[L]istar códigos da conta: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

           EVALUATE WS-Opcao
               WHEN 'I'
                   PERFORM IncluirCodigo
               WHEN 'X'
                   PERFORM CancelarCodigo
               WHEN 'L'
                   PERFORM ListarCodigos
               WHEN OTHER
                   DISPLAY 'Opção inválida.'
           END-EVALUATE
           GOBACK.

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

       IncluirCodigo.
           IF WS-OperPerfil = 'Q'
               DISPLAY 'Perfil de consulta: operação bloqueada.'
           ELSE
               DISPLAY 'Conta da empresa: '
               ACCEPT WS-ContaNumero
               PERFORM VerificarConta
               IF WS-MensagemErro = SPACES
                   DISPLAY 'Código do depositante: '
                   ACCEPT WS-Codigo
                   MOVE FUNCTION UPPER-CASE(WS-Codigo) TO WS-Codigo
                   IF WS-Codigo = SPACES
                       MOVE 'Código do depositante em branco.'
                           TO WS-MensagemErro
                   ELSE
                       PERFORM LocalizarCodigoAtivo
                       IF WS-Achado = 'S'
                           MOVE 'Código já cadastrado para a conta.'
                               TO WS-MensagemErro
                       END-IF
                   END-IF
               END-IF
               IF WS-MensagemErro NOT = SPACES
                   DISPLAY WS-MensagemErro
               ELSE
                   DISPLAY 'Nome do pagador: '
                   ACCEPT WS-Pagador
                   PERFORM GravarCodigo
               END-IF
           END-IF.

      * Conta ativa de titular pessoa jurídica ativo.
       VerificarConta.
           MOVE SPACES TO WS-MensagemErro
           MOVE 0 TO WS-ClienteConta
           OPEN INPUT ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN INPUT ContaFile
           END-IF
           MOVE WS-ContaNumero TO ContaNumero
           READ ContaFile
               INVALID KEY
                   MOVE 'Conta não encontrada.' TO WS-MensagemErro
               NOT INVALID KEY
                   MOVE ContaClienteID TO WS-ClienteConta
                   IF NOT ContaAtiva
                       MOVE 'Conta não está ativa.' TO WS-MensagemErro
                   END-IF
           END-READ
           CLOSE ContaFile

           IF WS-MensagemErro = SPACES
               OPEN INPUT ClienteFile
               MOVE WS-ClienteConta TO ClienteID
               READ ClienteFile
                   INVALID KEY
                       MOVE 'Titular da conta não encontrado.'
                           TO WS-MensagemErro
                   NOT INVALID KEY
                       IF NOT ClienteAtivo
                           MOVE 'Titular da conta não está ativo.'
                               TO WS-MensagemErro
                       ELSE
                       IF NOT ClientePessoaJuridica
                           STRING 'Depósito identificado é só para '
                                  DELIMITED BY SIZE
                                  'conta de empresa.' DELIMITED BY SIZE
                               INTO WS-MensagemErro
                       END-IF
                       END-IF
               END-READ
               CLOSE ClienteFile
           END-IF.

       LocalizarCodigoAtivo.
           MOVE 'N' TO WS-Achado
           OPEN INPUT CodigoDepositoFile
           IF WS-CodDepFileStatus = '00'
               PERFORM UNTIL WS-CodDepFileStatus = '10'
                   READ CodigoDepositoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CodDepContaNumero = WS-ContaNumero AND
                                   CodDepCodigo = WS-Codigo AND
                                   CodDepAtivo
                               MOVE 'S' TO WS-Achado
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CodigoDepositoFile
           END-IF.

       GravarCodigo.
           MOVE WS-ContaNumero TO CodDepContaNumero
           MOVE WS-Codigo TO CodDepCodigo
           MOVE WS-Pagador TO CodDepPagador
           MOVE WS-DataHojeOrd TO CodDepDataRegistro
           MOVE WS-OperadorID TO CodDepOperadorID
           MOVE 'A' TO CodDepStatus
           MOVE 0 TO CodDepDataCancelamento
           OPEN EXTEND CodigoDepositoFile
           IF WS-CodDepFileStatus = '35'
               OPEN OUTPUT CodigoDepositoFile
           END-IF
           WRITE CodigoDepositoRecord
           CLOSE CodigoDepositoFile

           MOVE WS-ContaNumero TO WS-AudChave
           MOVE 'CodDepCodigo' TO WS-AudCampo
           MOVE SPACES TO WS-AudAntes
           MOVE SPACES TO WS-AudDepois
           STRING WS-Codigo DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-Pagador DELIMITED BY SIZE
               INTO WS-AudDepois
           PERFORM GravarLinhaAuditoria
           DISPLAY 'Código ' WS-Codigo ' cadastrado para a conta '
               WS-ContaNumero '.'.

       CancelarCodigo.
           IF WS-OperPerfil = 'Q'
               DISPLAY 'Perfil de consulta: operação bloqueada.'
           ELSE
               DISPLAY 'Conta da empresa: '
               ACCEPT WS-ContaNumero
               DISPLAY 'Código do depositante: '
               ACCEPT WS-Codigo
               MOVE FUNCTION UPPER-CASE(WS-Codigo) TO WS-Codigo
               MOVE 'N' TO WS-Achado
               OPEN I-O CodigoDepositoFile
               IF WS-CodDepFileStatus = '00'
                   PERFORM UNTIL WS-CodDepFileStatus = '10'
                       READ CodigoDepositoFile
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF CodDepContaNumero = WS-ContaNumero
                                       AND CodDepCodigo = WS-Codigo
                                       AND CodDepAtivo
                                   MOVE CodDepPagador TO WS-Pagador
                                   MOVE 'C' TO CodDepStatus
                                   MOVE WS-DataHojeOrd
                                       TO CodDepDataCancelamento
                                   REWRITE CodigoDepositoRecord
                                   MOVE 'S' TO WS-Achado
                                   EXIT PERFORM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CodigoDepositoFile
               END-IF
               IF WS-Achado = 'S'
                   MOVE WS-ContaNumero TO WS-AudChave
                   MOVE 'CodDepCodigo' TO WS-AudCampo
                   MOVE SPACES TO WS-AudAntes
                   STRING WS-Codigo DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WS-Pagador DELIMITED BY SIZE
                       INTO WS-AudAntes
                   MOVE 'Cancelado' TO WS-AudDepois
                   PERFORM GravarLinhaAuditoria
                   DISPLAY 'Código ' WS-Codigo ' cancelado.'
               ELSE
                   DISPLAY 'Código não encontrado ativo na conta.'
               END-IF
           END-IF.

       ListarCodigos.
           DISPLAY 'Conta da empresa: '
           ACCEPT WS-ContaNumero
           MOVE 0 TO WS-Listados
           OPEN INPUT CodigoDepositoFile
           IF WS-CodDepFileStatus = '00'
               PERFORM UNTIL WS-CodDepFileStatus = '10'
                   READ CodigoDepositoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CodDepContaNumero = WS-ContaNumero AND
                                   CodDepAtivo
                               ADD 1 TO WS-Listados
                               DISPLAY CodDepCodigo ' ' CodDepPagador
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CodigoDepositoFile
           END-IF
           IF WS-Listados = 0
               DISPLAY 'Conta sem código ativo: depósito livre.'
           ELSE
               DISPLAY 'Códigos ativos: ' WS-Listados
           END-IF.

       GravarLinhaAuditoria.
           CALL 'GravarAuditoria' USING WS-AudPrograma
               WS-OperadorID WS-AudArquivo WS-AudChave WS-AudCampo
               WS-AudAntes WS-AudDepois.

       END PROGRAM ManutencaoCodigoDeposito.
