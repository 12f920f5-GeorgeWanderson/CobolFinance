      *  ao teto de contingência (TETO-CONTINGENCIA em
      *  parametros.dat), e o cliente leva um recibo provisório. O
      *  lote é postado pelo PostarContingencia quando os mestres
      *  voltam; o saldo só é conferido na postagem. Depósito em
      *  conta que exige código de depositante só é capturado com um
      *  código ativo da conta.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-HoraAgora           PIC X(8).
       01  WS-DepIdFuncao         PIC X(8) VALUE 'CONFERIR'.
       01  WS-DepIdCodigo         PIC X(20) VALUE SPACES.
       01  WS-DepIdValor          PIC 9(7)V99 VALUE 0.
       01  WS-DepIdCanal          PIC X VALUE 'L'.
       01  WS-DepIdProtocolo      PIC 9(10) VALUE 0.
       01  WS-DepIdPagador        PIC X(40) VALUE SPACES.
       01  WS-DepIdResultado      PIC X VALUE 'L'.

       PROCEDURE DIVISION.
       BEGIN.
               ACCEPT WS-ContaInformada
               DISPLAY 'Valor: '
               ACCEPT WS-ValorInformado
               MOVE SPACES TO WS-DepIdCodigo
               MOVE 'L' TO WS-DepIdResultado
               IF WS-Tipo = 'D' AND WS-ValorInformado > 0
                   PERFORM PedirCodigoDeposito
               END-IF
               IF WS-ValorInformado <= 0
                   DISPLAY 'Valor deve ser positivo!'
               ELSE
               IF WS-Tipo = 'S' AND
                       WS-ValorInformado > WS-TetoContingencia
                   DISPLAY 'Saque acima do teto de contingência!'
               ELSE
               IF WS-DepIdResultado = 'N'
                   DISPLAY 'Código do depositante não cadastrado'
                   DISPLAY 'para a conta! Depósito recusado.'
               ELSE
                   PERFORM GravarCaptura
                   PERFORM EmitirReciboProvisorio
               END-IF
               END-IF
               END-IF
           END-IF.

      * Conta de empresa com códigos de depositante cadastrados só
      * recebe depósito com um código ativo dela.
       PedirCodigoDeposito.
           MOVE 'CONFERIR' TO WS-DepIdFuncao
           PERFORM ChamarDepositoIdentificado
           IF WS-DepIdResultado NOT = 'L'
               DISPLAY 'Conta exige o código do depositante: '
               ACCEPT WS-DepIdCodigo
               PERFORM ChamarDepositoIdentificado
               IF WS-DepIdResultado = 'S'
                   DISPLAY 'Pagador: ' WS-DepIdPagador
               END-IF
           END-IF.

       ChamarDepositoIdentificado.
           CALL 'DepositoIdentificado' USING WS-DepIdFuncao
               WS-ContaInformada WS-DepIdCodigo WS-DepIdValor
               WS-DepIdCanal WS-DepIdProtocolo WS-OperadorID
               WS-DepIdPagador WS-DepIdResultado.

       GravarCaptura.
           PERFORM ObterProximaContgID
           MOVE WS-ContgIDNova TO ContgID
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-HoraAgora
           MOVE WS-HoraAgora TO ContgHora
           MOVE 'P' TO ContgStatus
           MOVE FUNCTION UPPER-CASE(WS-DepIdCodigo)
               TO ContgCodigoDeposito

           OPEN EXTEND ContingenciaFile
           IF WS-ContgFileStatus = '35'
                  WS-ValorInformado DELIMITED BY SIZE
               INTO ReciboLine
           WRITE ReciboLine
           IF WS-DepIdCodigo NOT = SPACES
               MOVE SPACES TO ReciboLine
               STRING 'Código do depositante: ' DELIMITED BY SIZE
                      WS-DepIdCodigo DELIMITED BY SIZE
                   INTO ReciboLine
               WRITE ReciboLine
           END-IF
           MOVE SPACES TO ReciboLine
           STRING 'Data: ' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
