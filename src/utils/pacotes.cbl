       01  WS-SaquesGratis      PIC 9(3) VALUE 0.
       01  WS-TransfGratis      PIC 9(3) VALUE 0.
       01  WS-Essencial         PIC X VALUE 'N'.
       01  WS-TarCobRegistro    PIC 9(3)V99 VALUE 0.
       01  WS-TarCobLiquidacao  PIC 9(3)V99 VALUE 0.
       01  WS-TarCobBaixa       PIC 9(3)V99 VALUE 0.
       01  WS-DiasFloatCob      PIC 9(2) VALUE 0.
       01  WS-PacoteAchado      PIC X VALUE 'N'.
       01  WS-QtdeListados      PIC 9(3) VALUE 0.

           DISPLAY 'Cesta essencial gratuita? (S/N): '
           ACCEPT WS-Essencial
           MOVE FUNCTION UPPER-CASE(WS-Essencial) TO WS-Essencial
           DISPLAY 'Cobrança - tarifa de registro por título: '
           ACCEPT WS-TarCobRegistro
           DISPLAY 'Cobrança - tarifa de liquidação por título: '
           ACCEPT WS-TarCobLiquidacao
           DISPLAY 'Cobrança - tarifa de baixa por título: '
           ACCEPT WS-TarCobBaixa
           DISPLAY 'Cobrança - float da liquidação (dias úteis): '
           ACCEPT WS-DiasFloatCob

           MOVE 'N' TO WS-PacoteAchado
           OPEN I-O PacoteFile
           MOVE WS-PacotePreco TO PacotePrecoMensal
           MOVE WS-SaquesGratis TO PacoteSaquesGratis
           MOVE WS-TransfGratis TO PacoteTransfGratis
           MOVE WS-Essencial TO PacoteEssencial
           MOVE WS-TarCobRegistro TO PacoteTarifaCobRegistro
           MOVE WS-TarCobLiquidacao TO PacoteTarifaCobLiquidacao
           MOVE WS-TarCobBaixa TO PacoteTarifaCobBaixa
           MOVE WS-DiasFloatCob TO PacoteDiasFloatCob.

       ListarPacotes.
           MOVE 0 TO WS-QtdeListados
                               ' saques ' PacoteSaquesGratis
                               ' transf ' PacoteTransfGratis
                               ' essencial ' PacoteEssencial
                           IF PacoteTarifaCobRegistro IS NUMERIC
                               DISPLAY '      cobrança: registro R$ '
                                   PacoteTarifaCobRegistro
                                   ' liquidação R$ '
                                   PacoteTarifaCobLiquidacao
                                   ' baixa R$ ' PacoteTarifaCobBaixa
                                   ' float D+' PacoteDiasFloatCob
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PacoteFile
