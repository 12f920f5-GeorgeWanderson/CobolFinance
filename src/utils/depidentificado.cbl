       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositoIdentificado.

      *****************************************************************
      *  DepositoIdentificado.cbl - Sub-rotina do depósito
      *  identificado. Chamada por CALL 'DepositoIdentificado' USING
      *  LK-Funcao LK-Conta LK-Codigo LK-Valor LK-Canal LK-Protocolo
      *  LK-Operador LK-Pagador LK-Resultado pelo caixa e pelo lote
      *  de contingência, para que a regra do código de depositante
      *  fique em um só lugar. Funções:
      *    'CONFERIR' - LK-Conta e LK-Codigo; LK-Resultado 'L' quando
      *                 a conta não tem código ativo (depósito
      *                 livre), 'S' quando o código é ativo da conta
      *                 (LK-Pagador recebe o pagador cadastrado) e
      *                 'N' quando a conta exige código e o
      *                 informado não vale. Com LK-Codigo em branco
      *                 serve para saber se a conta exige o código.
      *    'GRAVAR  ' - grava em depositos_identificados.dat o
      *                 depósito já efetivado, com LK-Valor, LK-Canal
      *                 ('C' caixa, 'L' lote de contingência),
      *                 LK-Protocolo e LK-Operador, para o retorno
      *                 diário à empresa.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CodigoDepositoFile ASSIGN TO 'codigos_deposito.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CodDepFileStatus.

           SELECT DepIdentificadoFile
               ASSIGN TO 'depositos_identificados.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DepIdFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CodigoDepositoFile.
       COPY CODDEPREC.

       FD  DepIdentificadoFile.
       COPY DEPIDREC.

       WORKING-STORAGE SECTION.
       01  CodDepFileStatus     PIC XX.
       01  DepIdFileStatus      PIC XX.
       01  CodigoConferido      PIC X(20).
       01  ContaExigeCodigo     PIC X VALUE 'N'.
       01  CodigoValido         PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LK-Funcao            PIC X(8).
       01  LK-Conta             PIC 9(7).
       01  LK-Codigo            PIC X(20).
       01  LK-Valor             PIC 9(7)V99.
       01  LK-Canal             PIC X.
       01  LK-Protocolo         PIC 9(10).
       01  LK-Operador          PIC X(10).
       01  LK-Pagador           PIC X(40).
       01  LK-Resultado         PIC X.

       PROCEDURE DIVISION USING LK-Funcao LK-Conta LK-Codigo LK-Valor
               LK-Canal LK-Protocolo LK-Operador LK-Pagador
               LK-Resultado.
       BEGIN.
           MOVE 'N' TO LK-Resultado
           EVALUATE LK-Funcao
               WHEN 'CONFERIR'
                   PERFORM CONFERIR-CODIGO
               WHEN 'GRAVAR'
                   PERFORM GRAVAR-DEPOSITO
           END-EVALUATE
           GOBACK.

      * Lê os códigos da conta: qualquer código ativo faz a conta
      * exigir o código; o informado precisa ser um deles. A
      * comparação ignora maiúsculas e minúsculas, como o cadastro
      * grava o código.
       CONFERIR-CODIGO.
           MOVE 'N' TO ContaExigeCodigo
           MOVE 'N' TO CodigoValido
           MOVE SPACES TO LK-Pagador
           MOVE FUNCTION UPPER-CASE(LK-Codigo) TO CodigoConferido
           OPEN INPUT CodigoDepositoFile
           IF CodDepFileStatus = '00'
               PERFORM UNTIL CodDepFileStatus NOT = '00'
                   READ CodigoDepositoFile
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CodDepContaNumero = LK-Conta AND
                                   CodDepAtivo
                               MOVE 'S' TO ContaExigeCodigo
                               IF CodigoConferido NOT = SPACES AND
                                       CodDepCodigo = CodigoConferido
                                   MOVE 'S' TO CodigoValido
                                   MOVE CodDepPagador TO LK-Pagador
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CodigoDepositoFile
           END-IF
           IF ContaExigeCodigo = 'N'
               MOVE 'L' TO LK-Resultado
           ELSE
           IF CodigoValido = 'S'
               MOVE 'S' TO LK-Resultado
           END-IF
           END-IF.

       GRAVAR-DEPOSITO.
           MOVE LK-Conta TO DepIdContaNumero
           MOVE FUNCTION UPPER-CASE(LK-Codigo) TO DepIdCodigo
           MOVE LK-Valor TO DepIdValor
           MOVE FUNCTION CURRENT-DATE(1:8) TO DepIdData
           MOVE FUNCTION CURRENT-DATE(9:8) TO DepIdHora
           MOVE LK-Canal TO DepIdCanal
           MOVE LK-Protocolo TO DepIdProtocolo
           MOVE LK-Operador TO DepIdOperadorID
           MOVE 0 TO DepIdDataRetorno

           OPEN EXTEND DepIdentificadoFile
           IF DepIdFileStatus = '35'
               OPEN OUTPUT DepIdentificadoFile
           END-IF
           WRITE DepositoIdentificadoRecord
           CLOSE DepIdentificadoFile
           MOVE 'S' TO LK-Resultado.

       END PROGRAM DepositoIdentificado.
