       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManutencaoRepresentantes.

      *****************************************************************
      *  ManutencaoRepresentantes.cbl - Quadro de sócios e
      *  representantes das empresas clientes (representantes.dat):
      *  vínculo de um cliente pessoa física à pessoa jurídica, com
      *  qualificação, poderes e validade do mandato, listagem e
      *  cancelamento. A abertura de conta de pessoa jurídica exige
      *  ao menos um representante ativo com poderes de movimentação.
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

           SELECT RepresentanteFile ASSIGN TO 'representantes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RepFileStatus.

           SELECT SessaoFile ASSIGN TO 'sessao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
       COPY CLIEREC.

       FD  RepresentanteFile.
       COPY REPRESREC.

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
       01  WS-RepFileStatus     PIC XX.
       01  WS-SessaoStatus      PIC XX.
       01  WS-Opcao             PIC X VALUE ' '.
       01  WS-EmpresaID         PIC 9(5) VALUE 0.
       01  WS-EmpresaValida     PIC X VALUE 'N'.
       01  WS-EmpresaNome       PIC A(50).
       01  WS-RepresentanteID   PIC 9(5) VALUE 0.
       01  WS-RepresentValido   PIC X VALUE 'N'.
       01  WS-Qualificacao      PIC X VALUE ' '.
       01  WS-Poderes           PIC X VALUE ' '.
       01  WS-Validade          PIC 9(8) VALUE 0.
       01  WS-Achado            PIC X VALUE 'N'.
       01  WS-Duplicado         PIC X VALUE 'N'.
       01  WS-Listados          PIC 9(4) VALUE 0.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-OperadorID        PIC X(10) VALUE SPACES.
       01  WS-AudPrograma       PIC X(20)
           VALUE 'ManutRepresentantes'.
       01  WS-AudArquivo        PIC X(12) VALUE 'represent'.
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

           DISPLAY '[R]egistrar representante, [L]istar,'
           DISPLAY '[C]ancelar: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

           EVALUATE WS-Opcao
               WHEN 'R'
                   PERFORM RegistrarRepresentante
               WHEN 'L'
                   PERFORM ListarRepresentantes
               WHEN 'C'
                   PERFORM CancelarRepresentante
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
                       END-IF
               END-READ
               CLOSE SessaoFile
           END-IF.

       RegistrarRepresentante.
           DISPLAY 'ID do cliente pessoa jurídica: '
           ACCEPT WS-EmpresaID
           PERFORM VerificarEmpresa
           IF WS-EmpresaValida = 'N'
               DISPLAY 'Empresa não é cliente PJ ativo!'
           ELSE
               DISPLAY 'Razão social: ' WS-EmpresaNome
               DISPLAY 'ID do cliente representante: '
               ACCEPT WS-RepresentanteID
               PERFORM VerificarRepresentante
               IF WS-RepresentValido = 'N'
                   DISPLAY 'Representante não é cliente pessoa '
                       'física ativo!'
               ELSE
                   PERFORM VerificarVinculoExistente
                   IF WS-Duplicado = 'S'
                       DISPLAY 'Representante já vinculado à '
                           'empresa.'
                   ELSE
                       PERFORM ReceberPoderes
                   END-IF
               END-IF
           END-IF.

       ReceberPoderes.
           DISPLAY 'Qualificação: [S]ócio, [A]dministrador,'
           DISPLAY '[P]rocurador: '
           ACCEPT WS-Qualificacao
           MOVE FUNCTION UPPER-CASE(WS-Qualificacao)
               TO WS-Qualificacao
           DISPLAY 'Poderes: [C]onsulta apenas,'
           DISPLAY '[P] movimentação/pagamento, [T]udo: '
           ACCEPT WS-Poderes
           MOVE FUNCTION UPPER-CASE(WS-Poderes) TO WS-Poderes
           IF WS-Qualificacao NOT = 'S' AND
                   WS-Qualificacao NOT = 'A' AND
                   WS-Qualificacao NOT = 'P'
               DISPLAY 'Qualificação inválida.'
           ELSE
               IF WS-Poderes NOT = 'C' AND
                       WS-Poderes NOT = 'P' AND
                       WS-Poderes NOT = 'T'
                   DISPLAY 'Poder inválido.'
               ELSE
                   DISPLAY 'Validade do mandato (AAAAMMDD,'
                   DISPLAY '99999999 = sem prazo): '
                   ACCEPT WS-Validade
                   IF WS-Validade < WS-DataHojeOrd
                       DISPLAY 'Validade já vencida.'
                   ELSE
                       PERFORM GravarRepresentante
                   END-IF
               END-IF
           END-IF.

       VerificarEmpresa.
           MOVE 'N' TO WS-EmpresaValida
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '00'
               MOVE WS-EmpresaID TO ClienteID
               READ ClienteFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ClienteAtivo AND ClientePessoaJuridica
                           MOVE 'S' TO WS-EmpresaValida
                           MOVE ClienteNome TO WS-EmpresaNome
                       END-IF
               END-READ
               CLOSE ClienteFile
           END-IF.

       VerificarRepresentante.
           MOVE 'N' TO WS-RepresentValido
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '00'
               MOVE WS-RepresentanteID TO ClienteID
               READ ClienteFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ClienteAtivo AND ClientePessoaFisica
                           MOVE 'S' TO WS-RepresentValido
                       END-IF
               END-READ
               CLOSE ClienteFile
           END-IF.

       VerificarVinculoExistente.
           MOVE 'N' TO WS-Duplicado
           OPEN INPUT RepresentanteFile
           IF WS-RepFileStatus = '00'
               PERFORM UNTIL WS-RepFileStatus = '10'
                   READ RepresentanteFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF RepEmpresaID = WS-EmpresaID AND
                                   RepClienteID = WS-RepresentanteID
                                   AND RepAtivo
                               MOVE 'S' TO WS-Duplicado
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RepresentanteFile
           END-IF.

       GravarRepresentante.
           MOVE WS-EmpresaID TO RepEmpresaID
           MOVE WS-RepresentanteID TO RepClienteID
           MOVE WS-Qualificacao TO RepQualificacao
           MOVE WS-Poderes TO RepPoderes
           MOVE WS-Validade TO RepValidade
           MOVE WS-DataHojeOrd TO RepDataRegistro
           MOVE WS-OperadorID TO RepOperadorID
           MOVE 'A' TO RepStatus

           OPEN EXTEND RepresentanteFile
           IF WS-RepFileStatus = '35'
               OPEN OUTPUT RepresentanteFile
           END-IF
           WRITE RepresentanteRecord
           CLOSE RepresentanteFile

           MOVE WS-EmpresaID TO WS-AudChave
           MOVE 'Representante' TO WS-AudCampo
           MOVE SPACES TO WS-AudAntes
           MOVE SPACES TO WS-AudDepois
           STRING 'Cliente ' DELIMITED BY SIZE
                  WS-RepresentanteID DELIMITED BY SIZE
                  ' qualif. ' DELIMITED BY SIZE
                  WS-Qualificacao DELIMITED BY SIZE
                  ' poderes ' DELIMITED BY SIZE
                  WS-Poderes DELIMITED BY SIZE
                  ' até ' DELIMITED BY SIZE
                  WS-Validade DELIMITED BY SIZE
               INTO WS-AudDepois
           PERFORM GravarLinhaAuditoria

           DISPLAY 'Representante registrado: empresa '
               WS-EmpresaID ' cliente ' WS-RepresentanteID
               ' poderes ' WS-Poderes ' até ' WS-Validade '.'.

       ListarRepresentantes.
           DISPLAY 'ID do cliente pessoa jurídica: '
           ACCEPT WS-EmpresaID
           MOVE 0 TO WS-Listados
           OPEN INPUT RepresentanteFile
           IF WS-RepFileStatus NOT = '00'
               DISPLAY 'Nenhum representante registrado.'
           ELSE
               PERFORM UNTIL WS-RepFileStatus = '10'
                   READ RepresentanteFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF RepEmpresaID = WS-EmpresaID
                                   AND RepAtivo
                               ADD 1 TO WS-Listados
                               DISPLAY 'Cliente ' RepClienteID
                                   ' qualif. ' RepQualificacao
                                   ' poderes ' RepPoderes
                                   ' validade ' RepValidade
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RepresentanteFile
               DISPLAY 'Representantes ativos: ' WS-Listados
           END-IF.

       CancelarRepresentante.
           DISPLAY 'ID do cliente pessoa jurídica: '
           ACCEPT WS-EmpresaID
           DISPLAY 'ID do representante: '
           ACCEPT WS-RepresentanteID
           MOVE 'N' TO WS-Achado
           OPEN I-O RepresentanteFile
           IF WS-RepFileStatus NOT = '00'
               DISPLAY 'Nenhum representante registrado.'
           ELSE
               PERFORM UNTIL WS-RepFileStatus = '10'
                   READ RepresentanteFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF RepEmpresaID = WS-EmpresaID
                                   AND RepClienteID =
                                       WS-RepresentanteID AND
                                   RepAtivo
                               MOVE 'C' TO RepStatus
                               REWRITE RepresentanteRecord
                               MOVE 'S' TO WS-Achado
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RepresentanteFile
               IF WS-Achado = 'S'
                   MOVE WS-EmpresaID TO WS-AudChave
                   MOVE 'Representante' TO WS-AudCampo
                   MOVE SPACES TO WS-AudAntes
                   STRING 'Cliente ' DELIMITED BY SIZE
                          WS-RepresentanteID DELIMITED BY SIZE
                       INTO WS-AudAntes
                   MOVE 'Cancelado' TO WS-AudDepois
                   PERFORM GravarLinhaAuditoria
                   DISPLAY 'Representante cancelado.'
               ELSE
                   DISPLAY 'Representante ativo não encontrado.'
               END-IF
           END-IF.

       GravarLinhaAuditoria.
           CALL 'GravarAuditoria' USING WS-AudPrograma
               WS-OperadorID WS-AudArquivo WS-AudChave WS-AudCampo
               WS-AudAntes WS-AudDepois.

       END PROGRAM ManutencaoRepresentantes.
