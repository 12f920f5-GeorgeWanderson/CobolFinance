       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManutencaoCorrespondentes.

      *****************************************************************
      *  ManutencaoCorrespondentes.cbl - Cadastro da rede de
      *  correspondentes bancários (correspondentes.dat): inclusão
      *  vinculada a uma agência ativa e a uma conta de acerto
      *  ativa, comissão por tipo de transação, suspensão,
      *  reativação e descredenciamento, e listagem.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT AgenciaFile ASSIGN TO 'agencias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AgenciaStatus.

           SELECT CorrespondenteFile ASSIGN TO 'correspondentes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CorrFileStatus.

           SELECT CorrespSeqFile ASSIGN TO 'corrseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CorrSeqStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  AgenciaFile.
       COPY AGENCIAREC.

       FD  CorrespondenteFile.
       COPY CORRESPREC.

       FD  CorrespSeqFile.
       01  CorrespSeqRecord.
           05  SeqUltimoCorrespondente PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus        PIC XX.
       01  WS-AgenciaStatus     PIC XX.
       01  WS-CorrFileStatus    PIC XX.
       01  WS-CorrSeqStatus     PIC XX.
       01  WS-ExitFlag          PIC X VALUE 'N'.
       01  WS-OperacaoChoice    PIC X VALUE ' '.
       01  WS-OperacaoMenu      PIC X(60) VALUE
           '[I]ncluir [C]omissão [S]ituação [L]istar [E]Sair: '.
       01  WS-CorrCodigo        PIC 9(5) VALUE 0.
       01  WS-CorrNome          PIC A(40).
       01  WS-CorrCNPJ          PIC X(14).
       01  WS-CorrAgencia       PIC 9(4) VALUE 0.
       01  WS-CorrContaAcerto   PIC 9(7) VALUE 0.
       01  WS-CorrComDeposito   PIC 9(3)V99 VALUE 0.
       01  WS-CorrComSaque      PIC 9(3)V99 VALUE 0.
       01  WS-CorrComBoleto     PIC 9(3)V99 VALUE 0.
       01  WS-CorrNovaSituacao  PIC X VALUE ' '.
       01  WS-CorrAchado        PIC X VALUE 'N'.
       01  WS-AgenciaAtiva      PIC X VALUE 'N'.
       01  WS-ContaAtiva        PIC X VALUE 'N'.
       01  WS-QtdeListados      PIC 9(5) VALUE 0.
       01  WS-TipoValidacao     PIC X(4) VALUE 'CNPJ'.
       01  WS-ValorEntrada      PIC X(47).
       01  WS-DocValido         PIC X VALUE 'N'.
       01  WS-DataHoje.
           05  WS-AnoHoje       PIC 9(4).
           05  WS-MesHoje       PIC 9(2).
           05  WS-DiaHoje       PIC 9(2).
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-LogNivel          PIC X(10) VALUE 'INFO'.
       01  WS-LogMensagem       PIC X(100).
       01  WS-OperadorID        PIC X(10).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY 'Informe o ID do operador: '
           ACCEPT WS-OperadorID

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd

           DISPLAY 'Manutenção de Correspondentes Bancários'
           DISPLAY '---------------------------------------'
           PERFORM OperacoesCorrespondente
           STOP RUN.

       OperacoesCorrespondente.
           DISPLAY WS-OperacaoMenu
           ACCEPT WS-OperacaoChoice

           EVALUATE WS-OperacaoChoice
               WHEN 'I'
               WHEN 'i'
                   PERFORM IncluirCorrespondente
               WHEN 'C'
               WHEN 'c'
                   PERFORM AlterarComissao
               WHEN 'S'
               WHEN 's'
                   PERFORM AlterarSituacao
               WHEN 'L'
               WHEN 'l'
                   PERFORM ListarCorrespondentes
               WHEN 'E'
               WHEN 'e'
                   MOVE 'Y' TO WS-ExitFlag
                   DISPLAY 'Operação encerrada.'
               WHEN OTHER
                   DISPLAY 'Opção inválida!'
           END-EVALUATE

           IF WS-ExitFlag = 'N'
               PERFORM OperacoesCorrespondente
           END-IF.

      * O correspondente responde a uma agência ativa e acerta numa
      * conta ativa; as duas são conferidas na inclusão.
       IncluirCorrespondente.
           DISPLAY 'Nome do correspondente: '
           ACCEPT WS-CorrNome
           DISPLAY 'CNPJ (somente números): '
           ACCEPT WS-CorrCNPJ
           DISPLAY 'Agência responsável: '
           ACCEPT WS-CorrAgencia
           DISPLAY 'Conta de acerto: '
           ACCEPT WS-CorrContaAcerto

           MOVE WS-CorrCNPJ TO WS-ValorEntrada
           MOVE 'CNPJ' TO WS-TipoValidacao
           CALL 'Validacao' USING WS-TipoValidacao WS-ValorEntrada
               WS-DocValido
           PERFORM VerificarAgencia
           PERFORM VerificarContaAcerto

           EVALUATE TRUE
               WHEN WS-DocValido = 'N'
                   DISPLAY 'Erro: CNPJ inválido.'
               WHEN WS-CorrNome = SPACES
                   DISPLAY 'Erro: nome obrigatório.'
               WHEN WS-AgenciaAtiva = 'N'
                   DISPLAY 'Erro: agência inexistente ou fechada.'
               WHEN WS-ContaAtiva = 'N'
                   DISPLAY 'Erro: conta de acerto inexistente ou'
                       ' inativa.'
               WHEN OTHER
                   PERFORM PedirComissoes
                   PERFORM ObterProximoCodigo
                   MOVE WS-CorrCodigo TO CorrespCodigo
                   MOVE WS-CorrNome TO CorrespNome
                   MOVE WS-CorrCNPJ TO CorrespCNPJ
                   MOVE WS-CorrAgencia TO CorrespAgencia
                   MOVE WS-CorrContaAcerto TO CorrespContaAcerto
                   MOVE 'A' TO CorrespStatus
                   MOVE WS-DataHojeOrd TO CorrespDataCadastro
                   MOVE WS-CorrComDeposito TO CorrespComDeposito
                   MOVE WS-CorrComSaque TO CorrespComSaque
                   MOVE WS-CorrComBoleto TO CorrespComBoleto

                   OPEN EXTEND CorrespondenteFile
                   IF WS-CorrFileStatus = '35'
                       OPEN OUTPUT CorrespondenteFile
                   END-IF
                   WRITE CorrespondenteRecord
                   CLOSE CorrespondenteFile

                   DISPLAY 'Correspondente ' WS-CorrCodigo
                       ' cadastrado com sucesso!'
                   MOVE SPACES TO WS-LogMensagem
                   STRING 'Correspondente ' DELIMITED BY SIZE
                          WS-CorrCodigo DELIMITED BY SIZE
                          ' cadastrado por ' DELIMITED BY SIZE
                          WS-OperadorID DELIMITED BY SIZE
                          ': ' DELIMITED BY SIZE
                          WS-CorrNome DELIMITED BY SIZE
                       INTO WS-LogMensagem
                   CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem
           END-EVALUATE.

       PedirComissoes.
           DISPLAY 'Comissão por depósito (0 = padrão): '
           ACCEPT WS-CorrComDeposito
           DISPLAY 'Comissão por saque (0 = padrão): '
           ACCEPT WS-CorrComSaque
           DISPLAY 'Comissão por boleto pago (0 = padrão): '
           ACCEPT WS-CorrComBoleto.

       AlterarComissao.
           DISPLAY 'Código do correspondente: '
           ACCEPT WS-CorrCodigo
           PERFORM PedirComissoes
           MOVE 'N' TO WS-CorrAchado

           OPEN I-O CorrespondenteFile
           IF WS-CorrFileStatus = '00'
               PERFORM UNTIL WS-CorrFileStatus = '10'
                   READ CorrespondenteFile INTO CorrespondenteRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CorrespCodigo = WS-CorrCodigo
                               MOVE 'Y' TO WS-CorrAchado
                               MOVE WS-CorrComDeposito
                                   TO CorrespComDeposito
                               MOVE WS-CorrComSaque TO CorrespComSaque
                               MOVE WS-CorrComBoleto
                                   TO CorrespComBoleto
                               REWRITE CorrespondenteRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CorrespondenteFile
           END-IF

           IF WS-CorrAchado = 'Y'
               DISPLAY 'Comissões alteradas.'
               MOVE SPACES TO WS-LogMensagem
               STRING 'Comissões do correspondente ' DELIMITED BY SIZE
                      WS-CorrCodigo DELIMITED BY SIZE
                      ' alteradas por ' DELIMITED BY SIZE
                      WS-OperadorID DELIMITED BY SIZE
                   INTO WS-LogMensagem
               CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem
           ELSE
               DISPLAY 'Correspondente não encontrado.'
           END-IF.

      * Suspensão e descredenciamento fazem o acerto diário recusar
      * a captura do ponto; o cadastro fica para o histórico.
       AlterarSituacao.
           DISPLAY 'Código do correspondente: '
           ACCEPT WS-CorrCodigo
           DISPLAY 'Nova situação [A]tivo [S]uspenso '
               '[E]descredenciado: '
           ACCEPT WS-CorrNovaSituacao
           MOVE FUNCTION UPPER-CASE(WS-CorrNovaSituacao)
               TO WS-CorrNovaSituacao
           IF WS-CorrNovaSituacao NOT = 'A' AND
                   WS-CorrNovaSituacao NOT = 'S' AND
                   WS-CorrNovaSituacao NOT = 'E'
               DISPLAY 'Situação inválida!'
           ELSE
               MOVE 'N' TO WS-CorrAchado
               OPEN I-O CorrespondenteFile
               IF WS-CorrFileStatus = '00'
                   PERFORM UNTIL WS-CorrFileStatus = '10'
                       READ CorrespondenteFile
                           INTO CorrespondenteRecord
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF CorrespCodigo = WS-CorrCodigo
                                   MOVE 'Y' TO WS-CorrAchado
                                   PERFORM RegravarSituacao
                                   EXIT PERFORM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CorrespondenteFile
               END-IF
               IF WS-CorrAchado = 'N'
                   DISPLAY 'Correspondente não encontrado.'
               END-IF
           END-IF.

       RegravarSituacao.
           IF CorrespEncerrado
               DISPLAY 'Correspondente descredenciado não volta a'
                   ' operar.'
           ELSE
               MOVE WS-CorrNovaSituacao TO CorrespStatus
               REWRITE CorrespondenteRecord
               DISPLAY 'Situação alterada para ' CorrespStatus '.'
               MOVE SPACES TO WS-LogMensagem
               STRING 'Correspondente ' DELIMITED BY SIZE
                      WS-CorrCodigo DELIMITED BY SIZE
                      ' situação ' DELIMITED BY SIZE
                      CorrespStatus DELIMITED BY SIZE
                      ' por ' DELIMITED BY SIZE
                      WS-OperadorID DELIMITED BY SIZE
                   INTO WS-LogMensagem
               CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem
           END-IF.

       ListarCorrespondentes.
           MOVE 0 TO WS-QtdeListados
           OPEN INPUT CorrespondenteFile
           IF WS-CorrFileStatus = '00'
               DISPLAY 'Correspondentes cadastrados:'
               PERFORM UNTIL WS-CorrFileStatus = '10'
                   READ CorrespondenteFile INTO CorrespondenteRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-QtdeListados
                           DISPLAY '  ' CorrespCodigo ' '
                               CorrespNome ' [' CorrespStatus
                               '] ag ' CorrespAgencia
                               ' acerto ' CorrespContaAcerto
                           DISPLAY '      comissão dep '
                               CorrespComDeposito ' saq '
                               CorrespComSaque ' bol '
                               CorrespComBoleto
                   END-READ
               END-PERFORM
               CLOSE CorrespondenteFile
           END-IF
           IF WS-QtdeListados = 0
               DISPLAY 'Nenhum correspondente cadastrado.'
           END-IF.

       VerificarAgencia.
           MOVE 'N' TO WS-AgenciaAtiva
           OPEN INPUT AgenciaFile
           IF WS-AgenciaStatus = '00'
               PERFORM UNTIL WS-AgenciaStatus = '10'
                   READ AgenciaFile INTO AgenciaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AgenciaNumero = WS-CorrAgencia
                               IF AgenciaAtiva
                                   MOVE 'Y' TO WS-AgenciaAtiva
                               END-IF
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgenciaFile
           END-IF.

       VerificarContaAcerto.
           MOVE 'N' TO WS-ContaAtiva
           OPEN INPUT ContaFile
           IF WS-FileStatus = '00'
               MOVE WS-CorrContaAcerto TO ContaNumero
               READ ContaFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ContaAtiva
                           MOVE 'Y' TO WS-ContaAtiva
                       END-IF
               END-READ
               CLOSE ContaFile
           END-IF.

       ObterProximoCodigo.
           MOVE 0 TO WS-CorrCodigo
           OPEN INPUT CorrespSeqFile
           IF WS-CorrSeqStatus = '00'
               READ CorrespSeqFile INTO CorrespSeqRecord
                   NOT AT END
                       MOVE SeqUltimoCorrespondente TO WS-CorrCodigo
               END-READ
               CLOSE CorrespSeqFile
           END-IF
           ADD 1 TO WS-CorrCodigo
           MOVE WS-CorrCodigo TO SeqUltimoCorrespondente
           OPEN OUTPUT CorrespSeqFile
           WRITE CorrespSeqRecord
           CLOSE CorrespSeqFile.

       END PROGRAM ManutencaoCorrespondentes.
