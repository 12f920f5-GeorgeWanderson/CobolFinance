       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransferirCarteira.

      *****************************************************************
      *  TransferirCarteira.cbl - Manutenção da carteira de clientes
      *  dos gerentes de relacionamento. Transfere a carteira inteira
      *  de um gerente para outro (férias longas, desligamento,
      *  rodízio de agência) ou encarteira um cliente avulso. O
      *  gerente de destino precisa ser operador ativo de perfil
      *  gerente; só supervisor ou gerente executa a transação, e
      *  cada cliente movido deixa a imagem anterior/posterior na
      *  trilha de auditoria.
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

           SELECT OperadorFile ASSIGN TO 'operadores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OperFileStatus.

           SELECT SessaoFile ASSIGN TO 'sessao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
       COPY CLIEREC.

       FD  OperadorFile.
       COPY OPERREC.

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
       01  WS-OperFileStatus    PIC XX.
       01  WS-SessaoStatus      PIC XX.
       01  WS-Opcao             PIC X VALUE ' '.
       01  WS-OperadorID        PIC X(10) VALUE SPACES.
       01  WS-OperPerfil        PIC X VALUE ' '.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-GerenteOrigem     PIC X(10) VALUE SPACES.
       01  WS-GerenteDestino    PIC X(10) VALUE SPACES.
       01  WS-GerenteConsulta   PIC X(10) VALUE SPACES.
       01  WS-GerenteValido     PIC X VALUE 'N'.
       01  WS-ClienteAvulso     PIC 9(5) VALUE 0.
       01  WS-Confirma          PIC X VALUE 'N'.
       01  WS-Transferidos      PIC 9(5) VALUE 0.
       01  WS-Achado            PIC X VALUE 'N'.
       01  WS-AudPrograma       PIC X(20) VALUE 'TransferirCarteira'.
       01  WS-AudArquivo        PIC X(12) VALUE 'clientes'.
       01  WS-AudChave          PIC 9(7) VALUE 0.
       01  WS-AudCampo          PIC X(20) VALUE 'ClienteGerente'.
       01  WS-AudAntes          PIC X(100).
       01  WS-AudDepois         PIC X(100).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           PERFORM LerSessaoOperador
           IF WS-OperPerfil NOT = 'G' AND WS-OperPerfil NOT = 'S'
               DISPLAY 'Transação restrita a supervisor ou gerente.'
               GOBACK
           END-IF

           DISPLAY 'Carteira de clientes'
           DISPLAY '--------------------'
           DISPLAY '[T]ransferir carteira, [A]tribuir gerente a'
           DISPLAY 'um cliente: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

           EVALUATE WS-Opcao
               WHEN 'T'
                   PERFORM TransferirCarteiraInteira
               WHEN 'A'
                   PERFORM AtribuirGerenteCliente
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

       TransferirCarteiraInteira.
           DISPLAY 'Gerente de origem (OperadorID): '
           ACCEPT WS-GerenteOrigem
           DISPLAY 'Gerente de destino (OperadorID): '
           ACCEPT WS-GerenteDestino
           MOVE WS-GerenteDestino TO WS-GerenteConsulta
           PERFORM ValidarGerente
           IF WS-GerenteValido = 'N'
               DISPLAY 'Destino não é gerente ativo!'
           ELSE
           IF WS-GerenteOrigem = WS-GerenteDestino OR
                   WS-GerenteOrigem = SPACES
               DISPLAY 'Gerente de origem inválido.'
           ELSE
               DISPLAY 'Confirma a transferência da carteira de '
                   WS-GerenteOrigem ' para ' WS-GerenteDestino
                   '? (S/N): '
               ACCEPT WS-Confirma
               IF WS-Confirma = 'S' OR WS-Confirma = 's'
                   PERFORM MoverCarteira
                   DISPLAY 'Clientes transferidos: ' WS-Transferidos
               ELSE
                   DISPLAY 'Transferência cancelada.'
               END-IF
           END-IF
           END-IF.

       MoverCarteira.
           MOVE 0 TO WS-Transferidos
           OPEN I-O ClienteFile
           IF WS-ClienteFileStatus = '00'
               PERFORM UNTIL WS-ClienteFileStatus = '10'
                   READ ClienteFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ClienteGerente = WS-GerenteOrigem
                               PERFORM TrocarGerente
                               ADD 1 TO WS-Transferidos
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ClienteFile
           END-IF.

       AtribuirGerenteCliente.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-ClienteAvulso
           DISPLAY 'Gerente de relacionamento (OperadorID): '
           ACCEPT WS-GerenteDestino
           MOVE WS-GerenteDestino TO WS-GerenteConsulta
           PERFORM ValidarGerente
           IF WS-GerenteValido = 'N'
               DISPLAY 'Operador não é gerente ativo!'
           ELSE
               MOVE 'N' TO WS-Achado
               OPEN I-O ClienteFile
               IF WS-ClienteFileStatus = '00'
                   MOVE WS-ClienteAvulso TO ClienteID
                   READ ClienteFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-Achado
                           PERFORM TrocarGerente
                   END-READ
                   CLOSE ClienteFile
               END-IF
               IF WS-Achado = 'S'
                   DISPLAY 'Cliente encarteirado com '
                       WS-GerenteDestino '.'
               ELSE
                   DISPLAY 'Cliente não encontrado!'
               END-IF
           END-IF.

      * Regrava o cliente corrente com o gerente de destino, com a
      * mudança no journal e na trilha de auditoria.
       TrocarGerente.
           MOVE ClienteID TO WS-AudChave
           MOVE SPACES TO WS-AudAntes
           MOVE ClienteGerente TO WS-AudAntes(1:10)
           MOVE SPACES TO WS-AudDepois
           MOVE WS-GerenteDestino TO WS-AudDepois(1:10)
           MOVE WS-GerenteDestino TO ClienteGerente
           REWRITE ClienteRecord
           CALL 'GravarJournal' USING 'TransferirCarteira  '
               'clientes        ' ClienteRecord
           CALL 'GravarAuditoria' USING WS-AudPrograma
               WS-OperadorID WS-AudArquivo WS-AudChave WS-AudCampo
               WS-AudAntes WS-AudDepois.

       ValidarGerente.
           MOVE 'N' TO WS-GerenteValido
           OPEN INPUT OperadorFile
           IF WS-OperFileStatus = '00'
               PERFORM UNTIL WS-OperFileStatus = '10'
                   READ OperadorFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OperadorID = WS-GerenteConsulta AND
                                   OperadorGerente AND OperadorAtivo
                               MOVE 'S' TO WS-GerenteValido
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperadorFile
           END-IF.

       END PROGRAM TransferirCarteira.
