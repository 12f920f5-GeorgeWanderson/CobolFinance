      *  listagem e cancelamento. A aplicação do excedente é feita
      *  pelo job noturno VarreduraSaldo e o resgate automático pela
      *  sub-rotina ResgateAutomatico nos programas de débito.
      *  Conta filha de estrutura de conta concentradora não recebe
      *  instrução: o excedente dela já sobe para a conta mãe.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VarrFileStatus.

           SELECT PoolFile ASSIGN TO 'cash_pooling.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PoolFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       FD  VarreduraFile.
       COPY VARRREC.

       FD  PoolFile.
       COPY POOLREC.

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-VarrFileStatus      PIC XX.
       01  WS-PoolFileStatus      PIC XX.
       01  WS-FilhaConcentradora  PIC X VALUE 'N'.
       01  WS-Opcao               PIC X VALUE ' '.
       01  WS-ContaInformada      PIC 9(7) VALUE 0.
       01  WS-ContaEncontrada     PIC X VALUE 'N'.
               DISPLAY 'Conta não encontrada ou não ativa!'
           ELSE
               PERFORM VerificarInstrucaoExistente
               PERFORM VerificarFilhaConcentradora
               IF WS-InstrucaoExiste = 'S'
                   DISPLAY 'Conta já tem instrução ativa; cancele'
                   DISPLAY 'antes de cadastrar outra.'
               ELSE
               IF WS-FilhaConcentradora = 'S'
                   DISPLAY 'Conta é filha de conta concentradora;'
                   DISPLAY 'o excedente já sobe para a conta mãe.'
               ELSE
                   DISPLAY 'Teto de saldo (excedente vira CDB): '
                   ACCEPT WS-TetoInformado
                   END-IF
                   PERFORM GravarInstrucao
               END-IF
               END-IF
           END-IF.

       VerificarConta.
               CLOSE VarreduraFile
           END-IF.

       VerificarFilhaConcentradora.
           MOVE 'N' TO WS-FilhaConcentradora
           OPEN INPUT PoolFile
           IF WS-PoolFileStatus = '00'
               PERFORM UNTIL WS-PoolFileStatus = '10'
                   READ PoolFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PoolContaFilha = WS-ContaInformada
                                   AND PoolAtivo
                               MOVE 'S' TO WS-FilhaConcentradora
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PoolFile
           END-IF.

       GravarInstrucao.
           MOVE WS-ContaInformada TO VarrContaNumero
           MOVE WS-TetoInformado TO VarrTetoSaldo
