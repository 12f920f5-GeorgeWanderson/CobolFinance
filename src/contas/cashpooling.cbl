       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManutencaoCashPooling.

      *****************************************************************
      *  ManutencaoCashPooling.cbl - Manutenção das estruturas de
      *  conta concentradora (cash_pooling.dat): ligação de contas
      *  filhas a uma conta mãe com o saldo-alvo de cada filha,
      *  alteração do saldo-alvo, cancelamento e consulta da
      *  posição da estrutura. Só entram contas em real de empresa,
      *  do mesmo titular ou de titulares do mesmo grupo econômico;
      *  uma conta é filha de uma só estrutura, a mãe não é filha
      *  de outra e a filha não tem varredura de saldo ativa (as
      *  duas disputariam o mesmo excedente). Mexer na
      *  estrutura exige operador supervisor ou gerente e tudo vai
      *  para a auditoria. Os movimentos são feitos pelo job diário
      *  ConcentracaoSaldos.
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

           SELECT PoolFile ASSIGN TO 'cash_pooling.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PoolFileStatus.

           SELECT MembroFile ASSIGN TO 'grupos_membros.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MembroFileStatus.

           SELECT VarreduraFile ASSIGN TO 'varreduras.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VarrFileStatus.

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

       FD  PoolFile.
       COPY POOLREC.

       FD  MembroFile.
       COPY GRUPMEMREC.

       FD  VarreduraFile.
       COPY VARRREC.

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
       01  WS-PoolFileStatus    PIC XX.
       01  WS-MembroFileStatus  PIC XX.
       01  WS-VarrFileStatus    PIC XX.
       01  WS-SessaoStatus      PIC XX.
       01  WS-Opcao             PIC X VALUE ' '.
       01  WS-ContaMae          PIC 9(7) VALUE 0.
       01  WS-ContaFilha        PIC 9(7) VALUE 0.
       01  WS-SaldoAlvo         PIC 9(7)V99 VALUE 0.
       01  WS-AlvoAnterior      PIC 9(7)V99 VALUE 0.
       01  WS-ClienteMae        PIC 9(5) VALUE 0.
       01  WS-ClienteFilha      PIC 9(5) VALUE 0.
       01  WS-ContaVerificar    PIC 9(7) VALUE 0.
       01  WS-ClienteConta      PIC 9(5) VALUE 0.
       01  WS-MotivoConta       PIC X(40) VALUE SPACES.
       01  WS-MensagemErro      PIC X(60) VALUE SPACES.
       01  WS-ClienteGrupo      PIC 9(5) VALUE 0.
       01  WS-GrupoAtual        PIC 9(5) VALUE 0.
       01  WS-GrupoMae          PIC 9(5) VALUE 0.
       01  WS-Achado            PIC X VALUE 'N'.
       01  WS-Listados          PIC 9(4) VALUE 0.
       01  WS-PosicaoTotal      PIC S9(11)V99 VALUE 0.
       01  WS-SaldoEd           PIC -Z(9)9.99.
       01  WS-ValorEd           PIC Z(6)9.99.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-OperadorID        PIC X(10) VALUE SPACES.
       01  WS-OperPerfil        PIC X VALUE ' '.
       01  WS-AudPrograma       PIC X(20)
           VALUE 'ManutCashPooling'.
       01  WS-AudArquivo        PIC X(12) VALUE 'cash_pooling'.
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

           DISPLAY '[I]ncluir conta filha, [A]lterar saldo-alvo,'
           DISPLAY '[X] cancelar conta filha, [C]onsultar estrutura: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

           EVALUATE WS-Opcao
               WHEN 'I'
                   PERFORM IncluirFilha
               WHEN 'A'
                   PERFORM AlterarSaldoAlvo
               WHEN 'X'
                   PERFORM CancelarFilha
               WHEN 'C'
                   PERFORM ConsultarEstrutura
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

       IncluirFilha.
           IF WS-OperPerfil NOT = 'S' AND WS-OperPerfil NOT = 'G'
               DISPLAY 'Estrutura de conta concentradora exige'
               DISPLAY 'supervisor ou gerente.'
           ELSE
               DISPLAY 'Conta mãe (concentradora): '
               ACCEPT WS-ContaMae
               DISPLAY 'Conta filha: '
               ACCEPT WS-ContaFilha
               PERFORM ValidarVinculo
               IF WS-MensagemErro NOT = SPACES
                   DISPLAY WS-MensagemErro
               ELSE
                   DISPLAY 'Saldo-alvo da filha (o excedente sobe'
                   DISPLAY 'para a mãe no fim do dia): '
                   ACCEPT WS-SaldoAlvo
                   PERFORM GravarVinculo
               END-IF
           END-IF.

      * Regras da estrutura; a primeira que falhar fica em
      * WS-MensagemErro e as seguintes não são avaliadas.
       ValidarVinculo.
           MOVE SPACES TO WS-MensagemErro
           IF WS-ContaFilha = WS-ContaMae
               MOVE 'Conta filha igual à conta mãe.'
                   TO WS-MensagemErro
           END-IF

           IF WS-MensagemErro = SPACES
               MOVE WS-ContaMae TO WS-ContaVerificar
               PERFORM VerificarConta
               IF WS-MotivoConta NOT = SPACES
                   STRING 'Conta mãe: ' DELIMITED BY SIZE
                          WS-MotivoConta DELIMITED BY SIZE
                       INTO WS-MensagemErro
               END-IF
               MOVE WS-ClienteConta TO WS-ClienteMae
           END-IF

           IF WS-MensagemErro = SPACES
               MOVE WS-ContaFilha TO WS-ContaVerificar
               PERFORM VerificarConta
               IF WS-MotivoConta NOT = SPACES
                   STRING 'Conta filha: ' DELIMITED BY SIZE
                          WS-MotivoConta DELIMITED BY SIZE
                       INTO WS-MensagemErro
               END-IF
               MOVE WS-ClienteConta TO WS-ClienteFilha
           END-IF

           IF WS-MensagemErro = SPACES
               PERFORM VerificarEstruturasExistentes
           END-IF

           IF WS-MensagemErro = SPACES
               PERFORM VerificarVarreduraFilha
           END-IF

           IF WS-MensagemErro = SPACES AND
                   WS-ClienteFilha NOT = WS-ClienteMae
               PERFORM VerificarMesmoGrupo
           END-IF.

      * Conta ativa, em real, de titular pessoa jurídica ativo.
       VerificarConta.
           MOVE SPACES TO WS-MotivoConta
           MOVE 0 TO WS-ClienteConta
           OPEN INPUT ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN INPUT ContaFile
           END-IF
           MOVE WS-ContaVerificar TO ContaNumero
           READ ContaFile
               INVALID KEY
                   MOVE 'não encontrada.' TO WS-MotivoConta
               NOT INVALID KEY
                   MOVE ContaClienteID TO WS-ClienteConta
                   IF NOT ContaAtiva
                       MOVE 'não está ativa.' TO WS-MotivoConta
                   ELSE
                   IF NOT ContaMoedaReal
                       MOVE 'só contas em real entram na estrutura.'
                           TO WS-MotivoConta
                   END-IF
                   END-IF
           END-READ
           CLOSE ContaFile

           IF WS-MotivoConta = SPACES
               OPEN INPUT ClienteFile
               MOVE WS-ClienteConta TO ClienteID
               READ ClienteFile
                   INVALID KEY
                       MOVE 'titular não encontrado.'
                           TO WS-MotivoConta
                   NOT INVALID KEY
                       IF NOT ClienteAtivo
                           MOVE 'titular não está ativo.'
                               TO WS-MotivoConta
                       ELSE
                       IF NOT ClientePessoaJuridica
                           MOVE 'titular não é empresa.'
                               TO WS-MotivoConta
                       END-IF
                       END-IF
               END-READ
               CLOSE ClienteFile
           END-IF.

      * Uma filha em uma só estrutura e sem estruturas em cascata:
      * a mãe não é filha de ninguém e a filha não é mãe de
      * outra estrutura.
       VerificarEstruturasExistentes.
           OPEN INPUT PoolFile
           IF WS-PoolFileStatus = '00'
               PERFORM UNTIL WS-PoolFileStatus = '10'
                   READ PoolFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PoolAtivo
                               PERFORM CompararVinculoExistente
                           END-IF
                           IF WS-MensagemErro NOT = SPACES
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PoolFile
           END-IF.

       CompararVinculoExistente.
           IF PoolContaFilha = WS-ContaFilha
               MOVE 'Conta filha já pertence a uma estrutura.'
                   TO WS-MensagemErro
           ELSE
           IF PoolContaFilha = WS-ContaMae
               MOVE 'Conta mãe é filha de outra estrutura.'
                   TO WS-MensagemErro
           ELSE
           IF PoolContaMae = WS-ContaFilha
               MOVE 'Conta filha é mãe de outra estrutura.'
                   TO WS-MensagemErro
           END-IF
           END-IF
           END-IF.

       VerificarVarreduraFilha.
           OPEN INPUT VarreduraFile
           IF WS-VarrFileStatus = '00'
               PERFORM UNTIL WS-VarrFileStatus = '10'
                   READ VarreduraFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF VarrContaNumero = WS-ContaFilha
                                   AND VarrAtiva
                               STRING 'Conta filha tem varredura de '
                                      DELIMITED BY SIZE
                                      'saldo ativa; cancele antes.'
                                      DELIMITED BY SIZE
                                   INTO WS-MensagemErro
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VarreduraFile
           END-IF.

      * Titulares diferentes só entram se forem membros ativos do
      * mesmo grupo econômico.
       VerificarMesmoGrupo.
           MOVE WS-ClienteMae TO WS-ClienteGrupo
           PERFORM LocalizarGrupoDoCliente
           MOVE WS-GrupoAtual TO WS-GrupoMae
           MOVE WS-ClienteFilha TO WS-ClienteGrupo
           PERFORM LocalizarGrupoDoCliente
           IF WS-GrupoMae = 0 OR WS-GrupoAtual NOT = WS-GrupoMae
               STRING 'Titulares diferentes fora do mesmo '
                      DELIMITED BY SIZE
                      'grupo econômico.' DELIMITED BY SIZE
                   INTO WS-MensagemErro
           END-IF.

      * Grupo ativo em que o cliente está (zero = nenhum).
       LocalizarGrupoDoCliente.
           MOVE 0 TO WS-GrupoAtual
           OPEN INPUT MembroFile
           IF WS-MembroFileStatus = '00'
               PERFORM UNTIL WS-MembroFileStatus = '10'
                   READ MembroFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF MembroClienteID = WS-ClienteGrupo AND
                                   MembroAtivo
                               MOVE MembroGrupoID TO WS-GrupoAtual
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MembroFile
           END-IF.

       GravarVinculo.
           MOVE WS-ContaMae TO PoolContaMae
           MOVE WS-ContaFilha TO PoolContaFilha
           MOVE WS-SaldoAlvo TO PoolSaldoAlvo
           MOVE WS-DataHojeOrd TO PoolDataRegistro
           MOVE WS-OperadorID TO PoolOperadorID
           MOVE 'A' TO PoolStatus
           MOVE 0 TO PoolDataCancelamento
           OPEN EXTEND PoolFile
           IF WS-PoolFileStatus = '35'
               OPEN OUTPUT PoolFile
           END-IF
           WRITE CashPoolingRecord
           CLOSE PoolFile

           MOVE WS-ContaFilha TO WS-AudChave
           MOVE 'PoolContaFilha' TO WS-AudCampo
           MOVE SPACES TO WS-AudAntes
           MOVE SPACES TO WS-AudDepois
           MOVE WS-SaldoAlvo TO WS-ValorEd
           STRING 'Mae ' DELIMITED BY SIZE
                  WS-ContaMae DELIMITED BY SIZE
                  ' alvo ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
               INTO WS-AudDepois
           PERFORM GravarLinhaAuditoria
           DISPLAY 'Conta ' WS-ContaFilha ' ligada à concentradora '
               WS-ContaMae '.'.

       AlterarSaldoAlvo.
           IF WS-OperPerfil NOT = 'S' AND WS-OperPerfil NOT = 'G'
               DISPLAY 'Estrutura de conta concentradora exige'
               DISPLAY 'supervisor ou gerente.'
           ELSE
               DISPLAY 'Conta filha: '
               ACCEPT WS-ContaFilha
               DISPLAY 'Novo saldo-alvo: '
               ACCEPT WS-SaldoAlvo
               PERFORM RegravarSaldoAlvo
               IF WS-Achado = 'S'
                   MOVE WS-ContaFilha TO WS-AudChave
                   MOVE 'PoolSaldoAlvo' TO WS-AudCampo
                   MOVE WS-AlvoAnterior TO WS-ValorEd
                   MOVE WS-ValorEd TO WS-AudAntes
                   MOVE WS-SaldoAlvo TO WS-ValorEd
                   MOVE WS-ValorEd TO WS-AudDepois
                   PERFORM GravarLinhaAuditoria
                   DISPLAY 'Saldo-alvo alterado.'
               ELSE
                   DISPLAY 'Conta não é filha de estrutura ativa.'
               END-IF
           END-IF.

       RegravarSaldoAlvo.
           MOVE 'N' TO WS-Achado
           OPEN I-O PoolFile
           IF WS-PoolFileStatus = '00'
               PERFORM UNTIL WS-PoolFileStatus = '10'
                   READ PoolFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PoolContaFilha = WS-ContaFilha AND
                                   PoolAtivo
                               MOVE PoolSaldoAlvo TO WS-AlvoAnterior
                               MOVE WS-SaldoAlvo TO PoolSaldoAlvo
                               REWRITE CashPoolingRecord
                               MOVE 'S' TO WS-Achado
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PoolFile
           END-IF.

       CancelarFilha.
           IF WS-OperPerfil NOT = 'S' AND WS-OperPerfil NOT = 'G'
               DISPLAY 'Estrutura de conta concentradora exige'
               DISPLAY 'supervisor ou gerente.'
           ELSE
               DISPLAY 'Conta filha: '
               ACCEPT WS-ContaFilha
               MOVE 'N' TO WS-Achado
               OPEN I-O PoolFile
               IF WS-PoolFileStatus = '00'
                   PERFORM UNTIL WS-PoolFileStatus = '10'
                       READ PoolFile
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF PoolContaFilha = WS-ContaFilha AND
                                       PoolAtivo
                                   MOVE PoolContaMae TO WS-ContaMae
                                   MOVE 'C' TO PoolStatus
                                   MOVE WS-DataHojeOrd
                                       TO PoolDataCancelamento
                                   REWRITE CashPoolingRecord
                                   MOVE 'S' TO WS-Achado
                                   EXIT PERFORM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PoolFile
               END-IF
               IF WS-Achado = 'S'
                   MOVE WS-ContaFilha TO WS-AudChave
                   MOVE 'PoolContaFilha' TO WS-AudCampo
                   MOVE SPACES TO WS-AudAntes
                   STRING 'Mae ' DELIMITED BY SIZE
                          WS-ContaMae DELIMITED BY SIZE
                       INTO WS-AudAntes
                   MOVE 'Cancelado' TO WS-AudDepois
                   PERFORM GravarLinhaAuditoria
                   DISPLAY 'Conta ' WS-ContaFilha
                       ' desligada da estrutura.'
               ELSE
                   DISPLAY 'Conta não é filha de estrutura ativa.'
               END-IF
           END-IF.

      * Posição da estrutura: saldo da mãe, de cada filha ativa com
      * o saldo-alvo e a posição consolidada.
       ConsultarEstrutura.
           DISPLAY 'Conta mãe (concentradora): '
           ACCEPT WS-ContaMae
           MOVE 0 TO WS-Listados
           MOVE 0 TO WS-PosicaoTotal
           OPEN INPUT ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN INPUT ContaFile
           END-IF
           MOVE WS-ContaMae TO ContaNumero
           READ ContaFile
               INVALID KEY
                   DISPLAY 'Conta mãe não encontrada.'
               NOT INVALID KEY
                   ADD ContaSaldo TO WS-PosicaoTotal
                   MOVE ContaSaldo TO WS-SaldoEd
                   DISPLAY 'Mãe   ' WS-ContaMae ' ' ContaTitular
                   DISPLAY '      saldo R$ ' WS-SaldoEd
           END-READ

           OPEN INPUT PoolFile
           IF WS-PoolFileStatus = '00'
               PERFORM UNTIL WS-PoolFileStatus = '10'
                   READ PoolFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PoolContaMae = WS-ContaMae AND
                                   PoolAtivo
                               PERFORM ListarFilha
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PoolFile
           END-IF
           CLOSE ContaFile

           IF WS-Listados = 0
               DISPLAY 'Nenhuma conta filha ativa nesta estrutura.'
           ELSE
               MOVE WS-PosicaoTotal TO WS-SaldoEd
               DISPLAY 'Filhas ativas: ' WS-Listados
               DISPLAY 'Posição consolidada: R$ ' WS-SaldoEd
           END-IF.

       ListarFilha.
           ADD 1 TO WS-Listados
           MOVE PoolSaldoAlvo TO WS-ValorEd
           MOVE PoolContaFilha TO ContaNumero
           READ ContaFile
               INVALID KEY
                   DISPLAY 'Filha ' PoolContaFilha
                       ' (conta não encontrada) alvo R$ ' WS-ValorEd
               NOT INVALID KEY
                   ADD ContaSaldo TO WS-PosicaoTotal
                   MOVE ContaSaldo TO WS-SaldoEd
                   DISPLAY 'Filha ' PoolContaFilha ' ' ContaTitular
                   DISPLAY '      saldo R$ ' WS-SaldoEd
                       '  alvo R$ ' WS-ValorEd
           END-READ.

       GravarLinhaAuditoria.
           CALL 'GravarAuditoria' USING WS-AudPrograma
               WS-OperadorID WS-AudArquivo WS-AudChave WS-AudCampo
               WS-AudAntes WS-AudDepois.

       END PROGRAM ManutencaoCashPooling.
