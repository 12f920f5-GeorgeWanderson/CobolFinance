               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

           SELECT ProtocoloSeqFile ASSIGN TO 'protseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProtSeqFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
           05  SessaoAgencia          PIC 9(4).
           05  SessaoData             PIC 9(8).

       FD  ProtocoloSeqFile.
       01  ProtocoloSeqRecord.
           05  SeqUltimoProtocolo     PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-ContaNumero       PIC 9(7).
       01  WS-ContaTitular      PIC A(50).
       01  WS-UtilEntrada       PIC 9(8) VALUE 0.
       01  WS-UtilSaida         PIC 9(8) VALUE 0.
       01  WS-UtilResultado     PIC X VALUE 'N'.
       01  WS-ProtSeqFileStatus PIC XX.
       01  WS-Protocolo         PIC 9(10) VALUE 0.
       01  WS-DepIdFuncao       PIC X(8) VALUE 'CONFERIR'.
       01  WS-DepIdCodigo       PIC X(20) VALUE SPACES.
       01  WS-DepIdCanal        PIC X VALUE 'C'.
       01  WS-DepIdPagador      PIC X(40) VALUE SPACES.
       01  WS-DepIdResultado    PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
               WHEN 'd'
                   DISPLAY 'Digite o valor do depósito:'
                   ACCEPT WS-ValorOperacao
                   MOVE 'N' TO WS-DepIdResultado
                   MOVE 0 TO WS-Protocolo
                   IF WS-ValorOperacao > WS-OperLimite
                       DISPLAY 'Valor acima da alçada do operador!'
                   ELSE
                   IF WS-ValorOperacao <= 0
                       DISPLAY 'Valor do depósito deve ser positivo!'
                   ELSE
                       PERFORM PedirCodigoDeposito
                   END-IF
                   END-IF
                   IF WS-DepIdResultado = 'L' OR
                           WS-DepIdResultado = 'S'
                       DISPLAY 'Depósito em [D]inheiro, [C]heque'
                       DISPLAY 'ou [O]utros bancos: '
                       ACCEPT WS-TipoDeposito
           CALL 'GravarJournal' USING 'LancamentoConta     '
               'contas          ' ContaRecord
                       DISPLAY 'Depósito realizado com sucesso!'
                       IF WS-DepIdResultado = 'S'
                           PERFORM RegistrarDepositoIdentificado
                       END-IF
                       IF WS-SessaoAgencia NOT = 0 AND
                               WS-ContaAgenciaOp NOT =
                                   WS-SessaoAgencia
                           MOVE WS-ContaNumero TO WS-LiqContaNum
                           MOVE 'D' TO WS-LiqTipoOp
                           MOVE WS-ValorOperacao TO WS-LiqValorOp
                           MOVE WS-Protocolo TO WS-LiqProtocoloOp
                           PERFORM RegistrarLiqInteragencia
                       END-IF
                   END-IF
               WHEN 'S'
               WHEN 's'
                   DISPLAY 'Digite o valor do saque:'
           DISPLAY 'Operação de outra praça: acerto entre'
           DISPLAY 'agências registrado.'.

      * Conta de empresa com códigos de depositante cadastrados só
      * recebe depósito com um código ativo dela; sem código
      * cadastrado o depósito é livre (WS-DepIdResultado 'L').
       PedirCodigoDeposito.
           MOVE SPACES TO WS-DepIdCodigo
           MOVE 'CONFERIR' TO WS-DepIdFuncao
           PERFORM ChamarDepositoIdentificado
           IF WS-DepIdResultado NOT = 'L'
               DISPLAY 'Conta exige o código do depositante: '
               ACCEPT WS-DepIdCodigo
               PERFORM ChamarDepositoIdentificado
               IF WS-DepIdResultado = 'S'
                   DISPLAY 'Pagador: ' WS-DepIdPagador
               ELSE
                   DISPLAY 'Código do depositante não cadastrado'
                   DISPLAY 'para a conta! Depósito recusado.'
               END-IF
           END-IF.

      * Depósito identificado leva protocolo próprio, que vai no
      * arquivo de retorno da empresa.
       RegistrarDepositoIdentificado.
           PERFORM ObterProximoProtocolo
           MOVE 'GRAVAR' TO WS-DepIdFuncao
           MOVE 'C' TO WS-DepIdCanal
           PERFORM ChamarDepositoIdentificado
           DISPLAY 'Depósito identificado ' WS-DepIdCodigo
           DISPLAY 'Protocolo: ' WS-Protocolo.

       ChamarDepositoIdentificado.
           CALL 'DepositoIdentificado' USING WS-DepIdFuncao
               WS-ContaNumero WS-DepIdCodigo WS-ValorOperacao
               WS-DepIdCanal WS-Protocolo WS-OperadorID
               WS-DepIdPagador WS-DepIdResultado.

       ObterProximoProtocolo.
           MOVE 0 TO WS-Protocolo
           OPEN INPUT ProtocoloSeqFile
           IF WS-ProtSeqFileStatus = '00'
               READ ProtocoloSeqFile INTO ProtocoloSeqRecord
                   NOT AT END
                       MOVE SeqUltimoProtocolo TO WS-Protocolo
               END-READ
               CLOSE ProtocoloSeqFile
           END-IF
           ADD 1 TO WS-Protocolo
           MOVE WS-Protocolo TO SeqUltimoProtocolo
           OPEN OUTPUT ProtocoloSeqFile
           WRITE ProtocoloSeqRecord
           CLOSE ProtocoloSeqFile.

      * Prazo de compensação do depósito: dinheiro libera na hora,
      * cheque da casa em D+1, cheque/documento de outros bancos em
      * D+2. O valor entra no saldo contábil mas fica retido em
