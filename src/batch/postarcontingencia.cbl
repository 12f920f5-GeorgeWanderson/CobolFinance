      *  voltam. Cada operação pendente é postada com protocolo e
      *  movimento normais: depósito credita direto; saque confere o
      *  saldo disponível e, faltando cobertura, vai para
      *  rejeitos.dat como qualquer falha de lote. Depósito em conta
      *  que exige código de depositante tem o código conferido de
      *  novo (pode ter sido cancelado desde a captura) e, postado,
      *  vai para o retorno da empresa com o protocolo. Pode rodar
      *  mais de uma vez: item já efetivado ou rejeitado é pulado.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-DiaHoje         PIC 9(2).

       01  WS-MovGravado        PIC X VALUE 'N'.
       01  WS-DepIdFuncao       PIC X(8) VALUE 'CONFERIR'.
       01  WS-DepIdCanal        PIC X VALUE 'L'.
       01  WS-DepIdPagador      PIC X(40) VALUE SPACES.
       01  WS-DepIdResultado    PIC X VALUE 'L'.

       PROCEDURE DIVISION.
       BEGIN.
                   MOVE 'Saldo insuficiente' TO WS-MotivoRejeito
               END-IF
           END-IF
           MOVE 'L' TO WS-DepIdResultado
           IF WS-MotivoRejeito = SPACES AND ContgDeposito
               MOVE 'CONFERIR' TO WS-DepIdFuncao
               PERFORM ChamarDepositoIdentificado
               IF WS-DepIdResultado = 'N'
                   MOVE 'Código depositante inválido'
                       TO WS-MotivoRejeito
               END-IF
           END-IF

           IF WS-MotivoRejeito NOT = SPACES
               PERFORM RejeitarOperacao
           CALL 'GravarJournal' USING 'PostarContingencia  '
               'movimentacao    ' MovimentacaoRecord

           IF WS-DepIdResultado = 'S'
               MOVE 'GRAVAR' TO WS-DepIdFuncao
               PERFORM ChamarDepositoIdentificado
           END-IF

           MOVE 'E' TO ContgStatus
           ADD 1 TO WS-Postadas
           DISPLAY 'Operação ' ContgID ': postada, protocolo '
           DISPLAY 'Operação ' ContgID ': rejeitada - '
               WS-MotivoRejeito.

       ChamarDepositoIdentificado.
           CALL 'DepositoIdentificado' USING WS-DepIdFuncao
               ContgContaNumero ContgCodigoDeposito ContgValor
               WS-DepIdCanal WS-Protocolo ContgOperadorID
               WS-DepIdPagador WS-DepIdResultado.

       ObterProximoProtocolo.
           MOVE 0 TO WS-Protocolo
           OPEN INPUT ProtocoloSeqFile
