       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificarDossie.

      *****************************************************************
      *  VerificarDossie.cbl - Sub-rotina de conferência do dossiê
      *  documental do cliente (documentos.dat). Chamada por
      *  CALL 'VerificarDossie' USING LK-ClienteID LK-Situacao
      *  LK-Pendentes pela abertura de conta, pela contratação de
      *  crédito e pelo aviso mensal de vencimentos.
      *  A regra do que é obrigatório depende do tipo de cliente:
      *    pessoa física capaz  IDEN CPF  CRES CREN
      *    pessoa física menor  CNAS CPF  CRES
      *    pessoa jurídica      CSOC CCNP CRES FATU
      *  e o cliente que outorgou procuração ativa em conta de que é
      *  titular precisa ainda da cópia da procuração (PROC).
      *  Conta como entregue o documento vigente e dentro da
      *  validade. Devolve LK-Situacao 'C' (completo) ou 'I'
      *  (incompleto) e, em LK-Pendentes, os tipos que faltam ou
      *  estão vencidos.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS ClienteFileStatus.

           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS ContaFileStatus.

           SELECT ProcuradorFile ASSIGN TO 'procuradores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ProcFileStatus.

           SELECT DocumentoFile ASSIGN TO 'documentos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DocFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
       COPY CLIEREC.

       FD  ContaFile.
       COPY CONTAREC.

       FD  ProcuradorFile.
       COPY PROCREC.

       FD  DocumentoFile.
       COPY DOCREC.

       WORKING-STORAGE SECTION.
       01  ClienteFileStatus    PIC XX.
       01  ContaFileStatus      PIC XX.
       01  ProcFileStatus       PIC XX.
       01  DocFileStatus        PIC XX.
       01  DataHojeOrd          PIC 9(8) VALUE 0.
       01  TipoCliente          PIC X VALUE ' '.
      * Documentos obrigatórios por tipo de cliente (F física capaz,
      * M física menor de idade, J jurídica).
       01  RegrasDossie.
           05  FILLER           PIC X(5) VALUE 'FIDEN'.
           05  FILLER           PIC X(5) VALUE 'FCPF '.
           05  FILLER           PIC X(5) VALUE 'FCRES'.
           05  FILLER           PIC X(5) VALUE 'FCREN'.
           05  FILLER           PIC X(5) VALUE 'MCNAS'.
           05  FILLER           PIC X(5) VALUE 'MCPF '.
           05  FILLER           PIC X(5) VALUE 'MCRES'.
           05  FILLER           PIC X(5) VALUE 'JCSOC'.
           05  FILLER           PIC X(5) VALUE 'JCCNP'.
           05  FILLER           PIC X(5) VALUE 'JCRES'.
           05  FILLER           PIC X(5) VALUE 'JFATU'.
       01  RegrasTabela REDEFINES RegrasDossie.
           05  RegraLinha OCCURS 11 TIMES.
               10  RegraTipoCliente PIC X.
               10  RegraTipoDoc     PIC X(4).
       01  RegraIdx             PIC 9(2) VALUE 0.
      * Exigências do cliente e se já há documento que as atende.
       01  ExigQtde             PIC 9 VALUE 0.
       01  ExigTabela.
           05  ExigLinha OCCURS 6 TIMES.
               10  ExigTipoDoc      PIC X(4).
               10  ExigAtendida     PIC X.
       01  ExigIdx              PIC 9 VALUE 0.
       01  TemProcuracao        PIC X VALUE 'N'.
       01  PendPonteiro         PIC 9(2) VALUE 1.

       LINKAGE SECTION.
       01  LK-ClienteID         PIC 9(5).
       01  LK-Situacao          PIC X.
       01  LK-Pendentes         PIC X(40).

       PROCEDURE DIVISION USING LK-ClienteID LK-Situacao
               LK-Pendentes.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DataHojeOrd
           MOVE 'I' TO LK-Situacao
           MOVE SPACES TO LK-Pendentes
           PERFORM OBTER-TIPO-CLIENTE
           IF TipoCliente = SPACE
               MOVE 'Cliente não cadastrado' TO LK-Pendentes
               GOBACK
           END-IF

           MOVE 0 TO ExigQtde
           PERFORM VARYING RegraIdx FROM 1 BY 1 UNTIL RegraIdx > 11
               IF RegraTipoCliente(RegraIdx) = TipoCliente
                   ADD 1 TO ExigQtde
                   MOVE RegraTipoDoc(RegraIdx)
                       TO ExigTipoDoc(ExigQtde)
                   MOVE 'N' TO ExigAtendida(ExigQtde)
               END-IF
           END-PERFORM
           PERFORM VERIFICAR-PROCURACAO
           IF TemProcuracao = 'S'
               ADD 1 TO ExigQtde
               MOVE 'PROC' TO ExigTipoDoc(ExigQtde)
               MOVE 'N' TO ExigAtendida(ExigQtde)
           END-IF

           PERFORM CONFERIR-DOCUMENTOS

           MOVE 'C' TO LK-Situacao
           MOVE 1 TO PendPonteiro
           PERFORM VARYING ExigIdx FROM 1 BY 1
                   UNTIL ExigIdx > ExigQtde
               IF ExigAtendida(ExigIdx) = 'N'
                   IF LK-Situacao = 'C'
                       MOVE 'I' TO LK-Situacao
                       STRING 'Pendentes:' DELIMITED BY SIZE
                           INTO LK-Pendentes
                           WITH POINTER PendPonteiro
                   END-IF
                   STRING ' ' DELIMITED BY SIZE
                          ExigTipoDoc(ExigIdx) DELIMITED BY SPACE
                       INTO LK-Pendentes
                       WITH POINTER PendPonteiro
               END-IF
           END-PERFORM
           GOBACK.

       OBTER-TIPO-CLIENTE.
           MOVE SPACE TO TipoCliente
           OPEN INPUT ClienteFile
           IF ClienteFileStatus = '00'
               MOVE LK-ClienteID TO ClienteID
               READ ClienteFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ClientePessoaJuridica
                           MOVE 'J' TO TipoCliente
                       ELSE
                       IF ClienteMenorIdade
                           MOVE 'M' TO TipoCliente
                       ELSE
                           MOVE 'F' TO TipoCliente
                       END-IF
                       END-IF
               END-READ
               CLOSE ClienteFile
           END-IF.

      * Procuração ativa e no prazo em conta da qual o cliente é o
      * titular: o banco precisa guardar a cópia.
       VERIFICAR-PROCURACAO.
           MOVE 'N' TO TemProcuracao
           OPEN INPUT ProcuradorFile
           IF ProcFileStatus = '00'
               OPEN INPUT ContaFile
               IF ContaFileStatus = '00'
                   PERFORM UNTIL ProcFileStatus = '10'
                       READ ProcuradorFile
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF ProcAtivo AND
                                       ProcValidade >= DataHojeOrd
                                   PERFORM VERIFICAR-CONTA-OUTORGANTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ContaFile
               END-IF
               CLOSE ProcuradorFile
           END-IF.

       VERIFICAR-CONTA-OUTORGANTE.
           MOVE ProcContaNumero TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ContaClienteID = LK-ClienteID
                       MOVE 'S' TO TemProcuracao
                   END-IF
           END-READ.

       CONFERIR-DOCUMENTOS.
           OPEN INPUT DocumentoFile
           IF DocFileStatus = '00'
               PERFORM UNTIL DocFileStatus = '10'
                   READ DocumentoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF DocClienteID = LK-ClienteID AND
                                   DocVigente AND
                                   DocDataValidade >= DataHojeOrd
                               PERFORM MARCAR-EXIGENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DocumentoFile
           END-IF.

       MARCAR-EXIGENCIA.
           PERFORM VARYING ExigIdx FROM 1 BY 1
                   UNTIL ExigIdx > ExigQtde
               IF ExigTipoDoc(ExigIdx) = DocTipo
                   MOVE 'S' TO ExigAtendida(ExigIdx)
               END-IF
           END-PERFORM.

       END PROGRAM VerificarDossie.
