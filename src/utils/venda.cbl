       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistrarVenda.

      *****************************************************************
      *  RegistrarVenda.cbl - Sub-rotina da produção comercial
      *  (producao_comercial.dat). Chamada por CALL 'RegistrarVenda'
      *  USING LK-Produto LK-Operador LK-Chave LK-Complemento
      *  LK-Valor LK-Prazo pelos programas de balcão logo depois de
      *  gravar a venda (conta aberta, cliente cadastrado, CDB
      *  aplicado, empréstimo contratado, adesão a pacote e a débito
      *  automático). Grava a venda com a agência de lotação do
      *  operador em operadores.dat; venda sem operador identificado
      *  (rotina batch) não entra na produção.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VendaFile ASSIGN TO 'producao_comercial.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS VendaFileStatus.

           SELECT OperadorFile ASSIGN TO 'operadores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OperFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  VendaFile.
       COPY VENDAREC.

       FD  OperadorFile.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  VendaFileStatus      PIC XX.
       01  OperFileStatus       PIC XX.
       01  AgenciaOperador      PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01  LK-Produto           PIC X(4).
       01  LK-Operador          PIC X(10).
       01  LK-Chave             PIC 9(7).
       01  LK-Complemento       PIC 9(5).
       01  LK-Valor             PIC 9(9)V99.
       01  LK-Prazo             PIC 9(4).

       PROCEDURE DIVISION USING LK-Produto LK-Operador LK-Chave
               LK-Complemento LK-Valor LK-Prazo.
       BEGIN.
           IF LK-Operador NOT = SPACES AND LK-Operador NOT = 'BATCH'
               PERFORM LOCALIZAR-AGENCIA
               PERFORM GRAVAR-VENDA
           END-IF
           GOBACK.

       LOCALIZAR-AGENCIA.
           MOVE 0 TO AgenciaOperador
           OPEN INPUT OperadorFile
           IF OperFileStatus = '00'
               PERFORM UNTIL OperFileStatus = '10'
                   READ OperadorFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OperadorID = LK-Operador
                               IF OperadorAgencia IS NUMERIC
                                   MOVE OperadorAgencia
                                       TO AgenciaOperador
                               END-IF
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperadorFile
           END-IF.

       GRAVAR-VENDA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO VendaData
           MOVE FUNCTION CURRENT-DATE(9:8) TO VendaHora
           MOVE LK-Operador TO VendaOperadorID
           MOVE AgenciaOperador TO VendaAgencia
           MOVE LK-Produto TO VendaProduto
           MOVE LK-Chave TO VendaChave
           MOVE LK-Complemento TO VendaComplemento
           MOVE LK-Valor TO VendaValor
           MOVE LK-Prazo TO VendaPrazo

           OPEN EXTEND VendaFile
           IF VendaFileStatus = '35'
               OPEN OUTPUT VendaFile
           END-IF
           WRITE VendaRecord
           CLOSE VendaFile.

       END PROGRAM RegistrarVenda.
