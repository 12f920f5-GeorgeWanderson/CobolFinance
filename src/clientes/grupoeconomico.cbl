       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManutencaoGrupoEconomico.

      *****************************************************************
      *  ManutencaoGrupoEconomico.cbl - Cadastro de grupos econômicos
      *  (grupos_economicos.dat) e dos clientes que os compõem
      *  (grupos_membros.dat): criação do grupo com o limite de
      *  exposição consolidado, inclusão e exclusão de membros,
      *  alteração do limite e consulta da exposição atual do grupo
      *  (sub-rotina ExposicaoGrupo). Um cliente fica ativo em um só
      *  grupo. Criar grupo e mexer no limite exige operador
      *  supervisor ou gerente; tudo vai para a auditoria.
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

           SELECT GrupoFile ASSIGN TO 'grupos_economicos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GrupoFileStatus.

           SELECT MembroFile ASSIGN TO 'grupos_membros.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MembroFileStatus.

           SELECT SessaoFile ASSIGN TO 'sessao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
       COPY CLIEREC.

       FD  GrupoFile.
       COPY GRUPOREC.

       FD  MembroFile.
       COPY GRUPMEMREC.

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
       01  WS-GrupoFileStatus   PIC XX.
       01  WS-MembroFileStatus  PIC XX.
       01  WS-SessaoStatus      PIC XX.
       01  WS-Opcao             PIC X VALUE ' '.
       01  WS-GrupoID           PIC 9(5) VALUE 0.
       01  WS-GrupoNome         PIC X(40).
       01  WS-GrupoLimite       PIC 9(11)V99 VALUE 0.
       01  WS-LimiteAnterior    PIC 9(11)V99 VALUE 0.
       01  WS-GrupoValido       PIC X VALUE 'N'.
       01  WS-UltimoGrupoID     PIC 9(5) VALUE 0.
       01  WS-ClienteMembro     PIC 9(5) VALUE 0.
       01  WS-ClienteValido     PIC X VALUE 'N'.
       01  WS-ClienteNome       PIC A(50).
       01  WS-Papel             PIC X VALUE ' '.
       01  WS-GrupoAtual        PIC 9(5) VALUE 0.
       01  WS-Achado            PIC X VALUE 'N'.
       01  WS-Listados          PIC 9(4) VALUE 0.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-OperadorID        PIC X(10) VALUE SPACES.
       01  WS-OperPerfil        PIC X VALUE ' '.
       01  WS-ExpClienteID      PIC 9(5) VALUE 0.
       01  WS-ExpGrupoID        PIC 9(5) VALUE 0.
       01  WS-ExpLimite         PIC 9(11)V99 VALUE 0.
       01  WS-ExpEmprestimos    PIC 9(11)V99 VALUE 0.
       01  WS-ExpChEspecial     PIC 9(11)V99 VALUE 0.
       01  WS-ExpCartao         PIC 9(11)V99 VALUE 0.
       01  WS-ExpTotal          PIC 9(11)V99 VALUE 0.
       01  WS-ValorEd           PIC Z(10)9.99.
       01  WS-AudPrograma       PIC X(20)
           VALUE 'ManutGrupoEconomico'.
       01  WS-AudArquivo        PIC X(12) VALUE 'grupos'.
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

           DISPLAY '[N]ovo grupo, [I]ncluir membro, [E]xcluir membro,'
           DISPLAY '[A]lterar limite, [C]onsultar grupo: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

           EVALUATE WS-Opcao
               WHEN 'N'
                   PERFORM CriarGrupo
               WHEN 'I'
                   PERFORM IncluirMembro
               WHEN 'E'
                   PERFORM ExcluirMembro
               WHEN 'A'
                   PERFORM AlterarLimite
               WHEN 'C'
                   PERFORM ConsultarGrupo
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

       CriarGrupo.
           IF WS-OperPerfil NOT = 'S' AND WS-OperPerfil NOT = 'G'
               DISPLAY 'Criação de grupo restrita a supervisor ou '
                   'gerente.'
           ELSE
               DISPLAY 'Nome do grupo econômico: '
               ACCEPT WS-GrupoNome
               DISPLAY 'Limite de exposição consolidado (R$): '
               ACCEPT WS-GrupoLimite
               IF WS-GrupoNome = SPACES
                   DISPLAY 'Nome do grupo deve ser informado.'
               ELSE
               IF WS-GrupoLimite = 0
                   DISPLAY 'Limite de exposição deve ser positivo.'
               ELSE
                   PERFORM GravarGrupo
               END-IF
               END-IF
           END-IF.

       GravarGrupo.
           MOVE 0 TO WS-UltimoGrupoID
           OPEN INPUT GrupoFile
           IF WS-GrupoFileStatus = '00'
               PERFORM UNTIL WS-GrupoFileStatus = '10'
                   READ GrupoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF GrupoID > WS-UltimoGrupoID
                               MOVE GrupoID TO WS-UltimoGrupoID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GrupoFile
           END-IF
           COMPUTE WS-GrupoID = WS-UltimoGrupoID + 1

           MOVE WS-GrupoID TO GrupoID
           MOVE WS-GrupoNome TO GrupoNome
           MOVE WS-GrupoLimite TO GrupoLimiteExposicao
           MOVE WS-DataHojeOrd TO GrupoDataRegistro
           MOVE WS-OperadorID TO GrupoOperadorID
           MOVE 'A' TO GrupoStatus
           OPEN EXTEND GrupoFile
           IF WS-GrupoFileStatus = '35'
               OPEN OUTPUT GrupoFile
           END-IF
           WRITE GrupoRecord
           CLOSE GrupoFile

           MOVE WS-GrupoID TO WS-AudChave
           MOVE 'GrupoEconomico' TO WS-AudCampo
           MOVE SPACES TO WS-AudAntes
           MOVE SPACES TO WS-AudDepois
           MOVE WS-GrupoLimite TO WS-ValorEd
           STRING WS-GrupoNome DELIMITED BY '  '
                  ' limite ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
               INTO WS-AudDepois
           PERFORM GravarLinhaAuditoria
           DISPLAY 'Grupo econômico ' WS-GrupoID ' criado.'.

       VerificarGrupo.
           MOVE 'N' TO WS-GrupoValido
           OPEN INPUT GrupoFile
           IF WS-GrupoFileStatus = '00'
               PERFORM UNTIL WS-GrupoFileStatus = '10'
                   READ GrupoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF GrupoID = WS-GrupoID AND GrupoAtivo
                               MOVE 'S' TO WS-GrupoValido
                               MOVE GrupoNome TO WS-GrupoNome
                               MOVE GrupoLimiteExposicao
                                   TO WS-GrupoLimite
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GrupoFile
           END-IF.

       VerificarCliente.
           MOVE 'N' TO WS-ClienteValido
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '00'
               MOVE WS-ClienteMembro TO ClienteID
               READ ClienteFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ClienteAtivo
                           MOVE 'S' TO WS-ClienteValido
                           MOVE ClienteNome TO WS-ClienteNome
                       END-IF
               END-READ
               CLOSE ClienteFile
           END-IF.

      * Grupo ativo em que o cliente já está (zero = nenhum).
       LocalizarGrupoDoCliente.
           MOVE 0 TO WS-GrupoAtual
           OPEN INPUT MembroFile
           IF WS-MembroFileStatus = '00'
               PERFORM UNTIL WS-MembroFileStatus = '10'
                   READ MembroFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF MembroClienteID = WS-ClienteMembro AND
                                   MembroAtivo
                               MOVE MembroGrupoID TO WS-GrupoAtual
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MembroFile
           END-IF.

       IncluirMembro.
           DISPLAY 'ID do grupo econômico: '
           ACCEPT WS-GrupoID
           PERFORM VerificarGrupo
           IF WS-GrupoValido = 'N'
               DISPLAY 'Grupo econômico inexistente ou cancelado!'
           ELSE
               DISPLAY 'Grupo: ' WS-GrupoNome
               DISPLAY 'ID do cliente: '
               ACCEPT WS-ClienteMembro
               PERFORM VerificarCliente
               IF WS-ClienteValido = 'N'
                   DISPLAY 'Cliente inexistente ou inativo!'
               ELSE
                   PERFORM LocalizarGrupoDoCliente
                   IF WS-GrupoAtual > 0
                       DISPLAY 'Cliente já pertence ao grupo '
                           WS-GrupoAtual '.'
                   ELSE
                       DISPLAY 'Papel no grupo: [C]ontrolador,'
                       DISPLAY '[E]mpresa do grupo, [S]ócio: '
                       ACCEPT WS-Papel
                       MOVE FUNCTION UPPER-CASE(WS-Papel) TO WS-Papel
                       IF WS-Papel NOT = 'C' AND WS-Papel NOT = 'E'
                               AND WS-Papel NOT = 'S'
                           DISPLAY 'Papel inválido.'
                       ELSE
                           PERFORM GravarMembro
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GravarMembro.
           MOVE WS-GrupoID TO MembroGrupoID
           MOVE WS-ClienteMembro TO MembroClienteID
           MOVE WS-Papel TO MembroPapel
           MOVE WS-DataHojeOrd TO MembroDataRegistro
           MOVE WS-OperadorID TO MembroOperadorID
           MOVE 'A' TO MembroStatus
           OPEN EXTEND MembroFile
           IF WS-MembroFileStatus = '35'
               OPEN OUTPUT MembroFile
           END-IF
           WRITE GrupoMembroRecord
           CLOSE MembroFile

           MOVE WS-GrupoID TO WS-AudChave
           MOVE 'MembroGrupo' TO WS-AudCampo
           MOVE SPACES TO WS-AudAntes
           MOVE SPACES TO WS-AudDepois
           STRING 'Cliente ' DELIMITED BY SIZE
                  WS-ClienteMembro DELIMITED BY SIZE
                  ' papel ' DELIMITED BY SIZE
                  WS-Papel DELIMITED BY SIZE
               INTO WS-AudDepois
           PERFORM GravarLinhaAuditoria
           DISPLAY 'Cliente ' WS-ClienteMembro ' incluído no grupo '
               WS-GrupoID '.'.

       ExcluirMembro.
           DISPLAY 'ID do grupo econômico: '
           ACCEPT WS-GrupoID
           DISPLAY 'ID do cliente: '
           ACCEPT WS-ClienteMembro
           MOVE 'N' TO WS-Achado
           OPEN I-O MembroFile
           IF WS-MembroFileStatus NOT = '00'
               DISPLAY 'Nenhum membro de grupo registrado.'
           ELSE
               PERFORM UNTIL WS-MembroFileStatus = '10'
                   READ MembroFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF MembroGrupoID = WS-GrupoID AND
                                   MembroClienteID = WS-ClienteMembro
                                   AND MembroAtivo
                               MOVE 'E' TO MembroStatus
                               REWRITE GrupoMembroRecord
                               MOVE 'S' TO WS-Achado
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MembroFile
               IF WS-Achado = 'S'
                   MOVE WS-GrupoID TO WS-AudChave
                   MOVE 'MembroGrupo' TO WS-AudCampo
                   MOVE SPACES TO WS-AudAntes
                   STRING 'Cliente ' DELIMITED BY SIZE
                          WS-ClienteMembro DELIMITED BY SIZE
                       INTO WS-AudAntes
                   MOVE 'Excluido' TO WS-AudDepois
                   PERFORM GravarLinhaAuditoria
                   DISPLAY 'Cliente excluído do grupo.'
               ELSE
                   DISPLAY 'Membro ativo não encontrado.'
               END-IF
           END-IF.

       AlterarLimite.
           IF WS-OperPerfil NOT = 'S' AND WS-OperPerfil NOT = 'G'
               DISPLAY 'Alteração de limite restrita a supervisor '
                   'ou gerente.'
           ELSE
               DISPLAY 'ID do grupo econômico: '
               ACCEPT WS-GrupoID
               PERFORM VerificarGrupo
               IF WS-GrupoValido = 'N'
                   DISPLAY 'Grupo econômico inexistente ou cancelado!'
               ELSE
                   MOVE WS-GrupoLimite TO WS-LimiteAnterior
                   DISPLAY 'Limite atual: ' WS-GrupoLimite
                   DISPLAY 'Novo limite de exposição (R$): '
                   ACCEPT WS-GrupoLimite
                   IF WS-GrupoLimite = 0
                       DISPLAY 'Limite de exposição deve ser '
                           'positivo.'
                   ELSE
                       PERFORM RegravarLimite
                   END-IF
               END-IF
           END-IF.

       RegravarLimite.
           OPEN I-O GrupoFile
           PERFORM UNTIL WS-GrupoFileStatus = '10'
               READ GrupoFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF GrupoID = WS-GrupoID AND GrupoAtivo
                           MOVE WS-GrupoLimite TO GrupoLimiteExposicao
                           REWRITE GrupoRecord
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GrupoFile

           MOVE WS-GrupoID TO WS-AudChave
           MOVE 'GrupoLimite' TO WS-AudCampo
           MOVE WS-LimiteAnterior TO WS-ValorEd
           MOVE WS-ValorEd TO WS-AudAntes
           MOVE WS-GrupoLimite TO WS-ValorEd
           MOVE WS-ValorEd TO WS-AudDepois
           PERFORM GravarLinhaAuditoria
           DISPLAY 'Limite do grupo ' WS-GrupoID ' alterado.'.

       ConsultarGrupo.
           DISPLAY 'ID do grupo econômico: '
           ACCEPT WS-GrupoID
           PERFORM VerificarGrupo
           IF WS-GrupoValido = 'N'
               DISPLAY 'Grupo econômico inexistente ou cancelado!'
           ELSE
               DISPLAY 'Grupo ' WS-GrupoID ' - ' WS-GrupoNome
               MOVE 0 TO WS-Listados
               OPEN INPUT MembroFile
               IF WS-MembroFileStatus = '00'
                   PERFORM UNTIL WS-MembroFileStatus = '10'
                       READ MembroFile
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF MembroGrupoID = WS-GrupoID AND
                                       MembroAtivo
                                   ADD 1 TO WS-Listados
                                   DISPLAY '  Cliente '
                                       MembroClienteID ' papel '
                                       MembroPapel ' desde '
                                       MembroDataRegistro
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MembroFile
               END-IF
               DISPLAY 'Membros ativos: ' WS-Listados

               MOVE 0 TO WS-ExpClienteID
               MOVE WS-GrupoID TO WS-ExpGrupoID
               CALL 'ExposicaoGrupo' USING WS-ExpClienteID
                   WS-ExpGrupoID WS-ExpLimite WS-ExpEmprestimos
                   WS-ExpChEspecial WS-ExpCartao WS-ExpTotal
               MOVE WS-ExpEmprestimos TO WS-ValorEd
               DISPLAY 'Saldo devedor de empréstimos: ' WS-ValorEd
               MOVE WS-ExpChEspecial TO WS-ValorEd
               DISPLAY 'Limites de cheque especial:   ' WS-ValorEd
               MOVE WS-ExpCartao TO WS-ValorEd
               DISPLAY 'Limites de cartão de crédito: ' WS-ValorEd
               MOVE WS-ExpTotal TO WS-ValorEd
               DISPLAY 'Exposição consolidada:        ' WS-ValorEd
               MOVE WS-GrupoLimite TO WS-ValorEd
               DISPLAY 'Limite do grupo:              ' WS-ValorEd
               IF WS-ExpTotal > WS-GrupoLimite
                   DISPLAY '*** Exposição acima do limite do '
                       'grupo ***'
               END-IF
           END-IF.

       GravarLinhaAuditoria.
           CALL 'GravarAuditoria' USING WS-AudPrograma
               WS-OperadorID WS-AudArquivo WS-AudChave WS-AudCampo
               WS-AudAntes WS-AudDepois.

       END PROGRAM ManutencaoGrupoEconomico.
