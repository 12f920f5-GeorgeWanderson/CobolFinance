       01  WS-UtilResultado     PIC X VALUE 'N'.

       01  WS-MovGravado        PIC X VALUE 'N'.
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
                   IF WS-ValorOperacao <= 0
                       DISPLAY 'Valor do depósito deve ser positivo!'
                   ELSE
                       PERFORM PedirCodigoDeposito
                   END-IF
                   IF WS-DepIdResultado = 'L' OR
                           WS-DepIdResultado = 'S'
                       DISPLAY 'Depósito em [D]inheiro, [C]heque'
                       DISPLAY 'ou [O]utros bancos: '
                       ACCEPT WS-TipoDeposito
               'contas          ' ContaRecord
                       PERFORM RegistrarMovimentacao
                       DISPLAY 'Depósito realizado com sucesso!'
                       IF WS-DepIdResultado = 'S'
                           PERFORM RegistrarDepositoIdentificado
                       END-IF
                   END-IF
               WHEN 'S'
               WHEN 's'
               INTO WS-LogMensagem
           CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem.

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

      * Grava o depósito identificado com o protocolo da
      * movimentação, que vai no arquivo de retorno da empresa.
       RegistrarDepositoIdentificado.
           MOVE 'GRAVAR' TO WS-DepIdFuncao
           MOVE 'C' TO WS-DepIdCanal
           PERFORM ChamarDepositoIdentificado
           DISPLAY 'Depósito identificado ' WS-DepIdCodigo.

       ChamarDepositoIdentificado.
           CALL 'DepositoIdentificado' USING WS-DepIdFuncao
               WS-ContaNumero WS-DepIdCodigo WS-ValorOperacao
               WS-DepIdCanal WS-Protocolo WS-OperadorID
               WS-DepIdPagador WS-DepIdResultado.

       ObterProximoProtocolo.
           MOVE 0 TO WS-Protocolo
           OPEN INPUT ProtocoloSeqFile
