      *  operáveis pelos cotitulares. A liberação mediante alvará
      *  judicial paga o saldo ao inventariante nomeado e encerra a
      *  trava. Toda a sequência sai na trilha de auditoria.
      *  Contratos de empréstimo ativos com seguro prestamista em
      *  contas do falecido abrem sinistro (sinistros.dat) com o
      *  saldo devedor na data do óbito, para a remessa à
      *  seguradora.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProtSeqFileStatus.

           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestFileStatus.

           SELECT ParcelaFile ASSIGN TO 'parcelas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ParcelaFileStatus.

           SELECT SinistroFile ASSIGN TO 'sinistros.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SinistroFileStatus.

           SELECT SinistroSeqFile ASSIGN TO 'sinistroseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SinistroSeqStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       01  ProtocoloSeqRecord.
           05  SeqUltimoProtocolo     PIC 9(10).

       FD  EmprestimoFile.
       COPY EMPRESTREC.

       FD  ParcelaFile.
       COPY PARCREC.

       FD  SinistroFile.
       COPY SINISTREC.

       FD  SinistroSeqFile.
       01  SinistroSeqRecord.
           05  SeqUltimoSinistroID    PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-ClienteFileStatus   PIC XX.
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-EmprestFileStatus   PIC XX.
       01  WS-ParcelaFileStatus   PIC XX.
       01  WS-SinistroFileStatus  PIC XX.
       01  WS-SinistroSeqStatus   PIC XX.
       01  WS-ClienteCPFObito     PIC X(11).
       01  WS-ClienteNomeObito    PIC A(50).
       01  WS-TitularContrato     PIC X VALUE 'N'.
       01  WS-SinistroExiste      PIC X VALUE 'N'.
       01  WS-SinistroID          PIC 9(5) VALUE 0.
       01  WS-SinistroSaldo       PIC 9(9)V99 VALUE 0.
       01  WS-ParcelaAberta       PIC 9(7)V99 VALUE 0.
       01  WS-SinistrosAbertos    PIC 9(3) VALUE 0.

       01  WS-MovGravado        PIC X VALUE 'N'.

               DISPLAY 'Cliente não encontrado!'
           ELSE
               PERFORM SuspenderAgendamentos
               PERFORM AbrirSinistrosPrestamista
               DISPLAY 'Óbito registrado. Contas sem cotitular'
               DISPLAY 'travadas para débito; tarifa e'
               DISPLAY 'agendamentos suspensos ('
                   WS-AgendSuspensos ' agendamentos).'
               IF WS-SinistrosAbertos > 0
                   DISPLAY 'Sinistros de seguro prestamista abertos: '
                       WS-SinistrosAbertos
               END-IF
           END-IF.

       MarcarObitoNoCadastro.
                       NOT AT END
                           IF ClienteID = WS-ClienteIDInformado
                               MOVE 'Y' TO WS-ClienteAchado
                               MOVE ClienteCPF TO WS-ClienteCPFObito
                               MOVE ClienteNome TO WS-ClienteNomeObito
                               MOVE ClienteObito TO WS-AudAntes
                               MOVE 'S' TO ClienteObito
                               MOVE WS-DataObito TO ClienteObitoData
               CLOSE AgendamentoFile
           END-IF.

      * Seguro prestamista: cada contrato ativo segurado de conta
      * em que o falecido é o titular abre um sinistro, uma única
      * vez por contrato, com o saldo devedor na data do óbito
      * (parcela vencida até lá pelo valor cheio, parcela por vencer
      * só pela amortização). A quitação vem com o retorno da
      * indenização.
       AbrirSinistrosPrestamista.
           MOVE 0 TO WS-SinistrosAbertos
           OPEN INPUT ContaFile
           OPEN INPUT EmprestimoFile
           IF WS-EmprestFileStatus = '00'
               PERFORM UNTIL WS-EmprestFileStatus = '10'
                   READ EmprestimoFile INTO EmprestimoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EmprestimoAtivo AND EmprestimoSegurado
                               PERFORM ConferirTitularContrato
                               IF WS-TitularContrato = 'S'
                                   PERFORM VerificarSinistroExistente
                                   IF WS-SinistroExiste = 'N'
                                       PERFORM GravarSinistro
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF
           CLOSE ContaFile.

       ConferirTitularContrato.
           MOVE 'N' TO WS-TitularContrato
           MOVE EmprestimoContaNumero TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ContaClienteID = WS-ClienteIDInformado
                       MOVE 'S' TO WS-TitularContrato
                   END-IF
           END-READ.

       VerificarSinistroExistente.
           MOVE 'N' TO WS-SinistroExiste
           OPEN INPUT SinistroFile
           IF WS-SinistroFileStatus = '00'
               PERFORM UNTIL WS-SinistroFileStatus = '10'
                   READ SinistroFile INTO SinistroRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SinistroEmprestimoID = EmprestimoID
                               AND NOT SinistroNegado
                               MOVE 'S' TO WS-SinistroExiste
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SinistroFile
           END-IF.

       ApurarSaldoDevedorObito.
           MOVE 0 TO WS-SinistroSaldo
           OPEN INPUT ParcelaFile
           IF WS-ParcelaFileStatus = '00'
               PERFORM UNTIL WS-ParcelaFileStatus = '10'
                   READ ParcelaFile INTO ParcelaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ParcelaEmprestimoID = EmprestimoID AND
                                   (ParcelaPendente OR
                                    ParcelaAtrasada)
                               IF ParcelaDataVencimento <=
                                       WS-DataObito
                                   MOVE ParcelaValor
                                       TO WS-ParcelaAberta
                               ELSE
                                   MOVE ParcelaValorAmortizacao
                                       TO WS-ParcelaAberta
                               END-IF
                               PERFORM DeduzirValorPago
                               ADD WS-ParcelaAberta TO WS-SinistroSaldo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF.

      * Parcela com pagamento parcial: só o que falta receber entra
      * no saldo (linhas antigas trazem o campo em branco).
       DeduzirValorPago.
           IF ParcelaValorPago NOT NUMERIC
               MOVE 0 TO ParcelaValorPago
           END-IF
           IF ParcelaValorPago < WS-ParcelaAberta
               SUBTRACT ParcelaValorPago FROM WS-ParcelaAberta
           ELSE
               MOVE 0 TO WS-ParcelaAberta
           END-IF.

       GravarSinistro.
           PERFORM ApurarSaldoDevedorObito
           PERFORM ObterProximoSinistroID
           MOVE WS-SinistroID TO SinistroID
           MOVE EmprestimoID TO SinistroEmprestimoID
           MOVE EmprestimoContaNumero TO SinistroContaNumero
           MOVE WS-ClienteIDInformado TO SinistroClienteID
           MOVE WS-ClienteCPFObito TO SinistroClienteCPF
           MOVE WS-ClienteNomeObito TO SinistroClienteNome
           MOVE WS-DataObito TO SinistroDataObito
           MOVE WS-CertidaoRef TO SinistroCertidao
           MOVE WS-DataHojeOrd TO SinistroDataAbertura
           MOVE WS-SinistroSaldo TO SinistroSaldoDevedor
           MOVE 0 TO SinistroValorIndenizado
           MOVE 0 TO SinistroDataRetorno
           MOVE 'A' TO SinistroStatus
           OPEN EXTEND SinistroFile
           IF WS-SinistroFileStatus = '35'
               OPEN OUTPUT SinistroFile
           END-IF
           WRITE SinistroRecord
           CLOSE SinistroFile
           ADD 1 TO WS-SinistrosAbertos

           MOVE 'emprestimos' TO WS-AudArquivo
           MOVE 'SinistroPrestamista' TO WS-AudCampo
           MOVE SPACES TO WS-AudAntes
           STRING 'Saldo devedor R$ ' DELIMITED BY SIZE
                  WS-SinistroSaldo DELIMITED BY SIZE
               INTO WS-AudAntes
           MOVE SPACES TO WS-AudDepois
           STRING 'Sinistro ' DELIMITED BY SIZE
                  WS-SinistroID DELIMITED BY SIZE
                  ' aberto - óbito ' DELIMITED BY SIZE
                  WS-DataObito DELIMITED BY SIZE
               INTO WS-AudDepois
           MOVE EmprestimoID TO WS-AudChave
           CALL 'GravarAuditoria' USING WS-AudPrograma
               WS-OperadorID WS-AudArquivo
               WS-AudChave WS-AudCampo WS-AudAntes
               WS-AudDepois
           DISPLAY 'Contrato ' EmprestimoID ': sinistro '
               WS-SinistroID ' aberto, saldo devedor R$ '
               WS-SinistroSaldo.

       ObterProximoSinistroID.
           MOVE 0 TO WS-SinistroID
           OPEN INPUT SinistroSeqFile
           IF WS-SinistroSeqStatus = '00'
               READ SinistroSeqFile INTO SinistroSeqRecord
                   NOT AT END
                       MOVE SeqUltimoSinistroID TO WS-SinistroID
               END-READ
               CLOSE SinistroSeqFile
           END-IF
           ADD 1 TO WS-SinistroID
           MOVE WS-SinistroID TO SeqUltimoSinistroID
           OPEN OUTPUT SinistroSeqFile
           WRITE SinistroSeqRecord
           CLOSE SinistroSeqFile.

      * Alvará judicial: paga o saldo disponível da conta ao
      * inventariante nomeado, encerra a conta e registra tudo na
      * auditoria com a referência do alvará.
               DISPLAY 'Conta sem saldo disponível a liberar.'
           ELSE
               SUBTRACT WS-ValorLiberado FROM ContaSaldo
               MOVE 'contas' TO WS-AudArquivo
               MOVE 'Status' TO WS-AudCampo
               MOVE ContaStatus TO WS-AudAntes
               MOVE 'E' TO ContaStatus
               MOVE ContaStatus TO WS-AudDepois
               CALL 'GravarAuditoria' USING WS-AudPrograma
                   WS-OperadorID WS-AudArquivo WS-ContaInformada
                   WS-AudCampo WS-AudAntes WS-AudDepois
               REWRITE ContaRecord
           CALL 'GravarJournal' USING 'TratamentoObito     '
               'contas          ' ContaRecord
