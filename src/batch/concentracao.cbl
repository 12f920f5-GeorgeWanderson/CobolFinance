       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConcentracaoSaldos.

      *****************************************************************
      *  ConcentracaoSaldos.cbl - Concentração diária de saldos das
      *  estruturas de conta concentradora (cash_pooling.dat). Roda
      *  no fim do dia antes do JurosChequeEspecial, para que a
      *  apuração dos juros já encontre as filhas cobertas. Por
      *  estrutura, em duas passagens:
      *    1. o excedente de cada filha acima do saldo-alvo (fora os
      *       bloqueios) é transferido para a conta mãe;
      *    2. o saldo negativo de cada filha é coberto pela mãe até
      *       o disponível dela (sem usar o limite da mãe); o que
      *       ficar descoberto vira pendência POOL.
      *  Cada transferência tem protocolo próprio, com débito e
      *  crédito no extrato das duas contas. Conta da estrutura
      *  inativa não movimenta e vira pendência POOL. A empresa
      *  recebe a posição consolidada do dia da estrutura em
      *  pooling_<mãe>_AAAAMMDD.txt.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT MovimentacaoFile ASSIGN TO 'movimentacao.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MovimentacaoChave
               FILE STATUS IS WS-MovFileStatus.

           SELECT PoolFile ASSIGN TO 'cash_pooling.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PoolFileStatus.

           SELECT ProtocoloSeqFile ASSIGN TO 'protseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProtSeqFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  MovimentacaoFile.
       COPY MOVREC.

       FD  PoolFile.
       COPY POOLREC.

       FD  ProtocoloSeqFile.
       01  ProtocoloSeqRecord.
           05  SeqUltimoProtocolo     PIC 9(10).

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-MovFileStatus       PIC XX.
       01  WS-PoolFileStatus      PIC XX.
       01  WS-ProtSeqFileStatus   PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-MovData             PIC X(10).
       01  WS-MovHora             PIC X(8).
       01  WS-DataHoje            PIC X(8).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-Protocolo           PIC 9(10) VALUE 0.
       01  WS-MovGravado          PIC X VALUE 'N'.

      * Vínculos ativos (uma linha por filha) e as contas mãe
      * distintas, na ordem em que aparecem no arquivo.
       01  WS-PoolQtde            PIC 9(4) VALUE 0.
       01  WS-PoolTabela.
           05  WS-Pool OCCURS 2000 TIMES.
               10  WS-PoolMae         PIC 9(7).
               10  WS-PoolFilha       PIC 9(7).
               10  WS-PoolAlvo        PIC 9(7)V99.
               10  WS-PoolSaldoAntes  PIC S9(7)V99.
               10  WS-PoolMovimento   PIC S9(7)V99.
               10  WS-PoolSaldoDepois PIC S9(7)V99.
               10  WS-PoolDescoberto  PIC 9(7)V99.
      *        'N' = movimentou normalmente; 'I' = conta inativa,
      *        fora do real ou não encontrada.
               10  WS-PoolSituacao    PIC X.
       01  WS-PoolIdx             PIC 9(4) VALUE 0.
       01  WS-MaeQtde             PIC 9(4) VALUE 0.
       01  WS-MaeTabela.
           05  WS-Mae OCCURS 500 TIMES.
               10  WS-MaeConta        PIC 9(7).
       01  WS-MaeIdx              PIC 9(4) VALUE 0.
       01  WS-MaeAchada           PIC X VALUE 'N'.
       01  WS-ContaMaeAtual       PIC 9(7) VALUE 0.
       01  WS-MaeTitular          PIC A(50).
       01  WS-MaeSituacao         PIC X VALUE 'N'.
       01  WS-MaeSaldoAntes       PIC S9(7)V99 VALUE 0.
       01  WS-MaeMovimento        PIC S9(7)V99 VALUE 0.
       01  WS-MaeSaldoDepois      PIC S9(7)V99 VALUE 0.

       01  WS-Excedente           PIC S9(9)V99 VALUE 0.
       01  WS-Necessidade         PIC 9(7)V99 VALUE 0.
       01  WS-DisponivelMae       PIC S9(9)V99 VALUE 0.
       01  WS-ContaDebito         PIC 9(7) VALUE 0.
       01  WS-ContaCredito        PIC 9(7) VALUE 0.
       01  WS-ValorPool           PIC 9(7)V99 VALUE 0.
       01  WS-DescDebito          PIC X(50).
       01  WS-DescCredito         PIC X(50).
       01  WS-PosicaoAntes        PIC S9(11)V99 VALUE 0.
       01  WS-PosicaoDepois       PIC S9(11)V99 VALUE 0.
       01  WS-DescobertoEstrutura PIC 9(9)V99 VALUE 0.
       01  WS-TransfEstrutura     PIC 9(7) VALUE 0.
       01  WS-ValorEstrutura      PIC 9(11)V99 VALUE 0.
       01  WS-Concentrado         PIC 9(11)V99 VALUE 0.
       01  WS-Coberto             PIC 9(11)V99 VALUE 0.
       01  WS-Estruturas          PIC 9(5) VALUE 0.
       01  WS-SaldoEd             PIC -Z(6)9.99.
       01  WS-MovimentoEd         PIC -Z(6)9.99.
       01  WS-SaldoFinalEd        PIC -Z(6)9.99.
       01  WS-AlvoEd              PIC Z(6)9.99.
       01  WS-TotalEd             PIC -Z(10)9.99.
       01  WS-TotalFinalEd        PIC -Z(10)9.99.
       01  WS-ValorEd             PIC Z(10)9.99.
       01  WS-SituacaoEd          PIC X(8).
       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).
       01  WS-RemEnvDestino       PIC X(20).
       01  WS-PendOrigem          PIC X(20) VALUE 'ConcentracaoSaldos'.
       01  WS-PendTipo            PIC X(4) VALUE 'POOL'.
       01  WS-PendConta           PIC 9(7) VALUE 0.
       01  WS-PendValor           PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao       PIC X(60).
       01  WS-RunPrograma       PIC X(20) VALUE 'ConcentracaoSaldos'.
       01  WS-RunCompetencia    PIC 9(8) VALUE 0.
       01  WS-RunOperador       PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado     PIC X VALUE 'N'.
       01  WS-ExecEvento        PIC X(3).
       01  WS-ExecSituacao      PIC X(4) VALUE 'OK'.
       01  WS-ExecLidos         PIC 9(7) VALUE 0.
       01  WS-ExecPostados      PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd
           MOVE WS-DataHoje TO WS-MovData
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-MovHora

      *    Guarda de reexecução diária: concentrar duas vezes no
      *    mesmo dia só moveria o que entrou depois, mas duplicaria
      *    a posição enviada às empresas.
           MOVE WS-DataHojeOrd TO WS-RunCompetencia
           CALL 'ControleExecucao' USING WS-RunPrograma
               WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           IF WS-RunAutorizado NOT = 'S'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-RunPrograma WS-ExecEvento
               WS-ExecLidos WS-ExecPostados WS-ExecRejeitados
               WS-ExecSituacao

           DISPLAY 'Concentrando saldos das contas concentradoras...'
           PERFORM CarregarEstruturas

           IF WS-PoolQtde = 0
               DISPLAY 'Nenhuma estrutura de conta concentradora ativa.'
           ELSE
               OPEN I-O ContaFile
               IF WS-FileStatus = '35'
                   OPEN OUTPUT ContaFile
                   CLOSE ContaFile
                   OPEN I-O ContaFile
               END-IF
               OPEN I-O MovimentacaoFile
               IF WS-MovFileStatus = '35'
                   OPEN OUTPUT MovimentacaoFile
                   CLOSE MovimentacaoFile
                   OPEN I-O MovimentacaoFile
               END-IF

               PERFORM VARYING WS-MaeIdx FROM 1 BY 1
                       UNTIL WS-MaeIdx > WS-MaeQtde
                   PERFORM ProcessarEstrutura
               END-PERFORM

               CLOSE MovimentacaoFile
               CLOSE ContaFile
           END-IF

           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-RunPrograma WS-ExecEvento
               WS-ExecLidos WS-ExecPostados WS-ExecRejeitados
               WS-ExecSituacao

           DISPLAY 'Estruturas processadas: ' WS-Estruturas
           DISPLAY 'Transferências efetuadas: ' WS-ExecPostados
           DISPLAY 'Excedente concentrado: R$ ' WS-Concentrado
           DISPLAY 'Negativo coberto: R$ ' WS-Coberto
           DISPLAY 'Contas com ocorrência: ' WS-ExecRejeitados
           STOP RUN.

       CarregarEstruturas.
           MOVE 0 TO WS-PoolQtde
           MOVE 0 TO WS-MaeQtde
           OPEN INPUT PoolFile
           IF WS-PoolFileStatus = '00'
               PERFORM UNTIL WS-PoolFileStatus = '10'
                   READ PoolFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PoolAtivo AND WS-PoolQtde < 2000
                               PERFORM GuardarVinculo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PoolFile
           END-IF.

       GuardarVinculo.
           ADD 1 TO WS-ExecLidos
           MOVE 'N' TO WS-MaeAchada
           PERFORM VARYING WS-MaeIdx FROM 1 BY 1
                   UNTIL WS-MaeIdx > WS-MaeQtde
               IF WS-MaeConta(WS-MaeIdx) = PoolContaMae
                   MOVE 'S' TO WS-MaeAchada
               END-IF
           END-PERFORM
           IF WS-MaeAchada = 'N' AND WS-MaeQtde >= 500
               DISPLAY 'Estrutura da conta ' PoolContaMae
                   ' fora da tabela de 500 contas mãe.'
           ELSE
               IF WS-MaeAchada = 'N'
                   ADD 1 TO WS-MaeQtde
                   MOVE PoolContaMae TO WS-MaeConta(WS-MaeQtde)
               END-IF
               ADD 1 TO WS-PoolQtde
               MOVE PoolContaMae TO WS-PoolMae(WS-PoolQtde)
               MOVE PoolContaFilha TO WS-PoolFilha(WS-PoolQtde)
               MOVE PoolSaldoAlvo TO WS-PoolAlvo(WS-PoolQtde)
               MOVE 0 TO WS-PoolSaldoAntes(WS-PoolQtde)
               MOVE 0 TO WS-PoolMovimento(WS-PoolQtde)
               MOVE 0 TO WS-PoolSaldoDepois(WS-PoolQtde)
               MOVE 0 TO WS-PoolDescoberto(WS-PoolQtde)
               MOVE 'N' TO WS-PoolSituacao(WS-PoolQtde)
           END-IF.

      * Uma estrutura: as filhas sobem o excedente primeiro, para
      * que a mãe já tenha o dinheiro do dia ao cobrir os negativos.
       ProcessarEstrutura.
           MOVE WS-MaeConta(WS-MaeIdx) TO WS-ContaMaeAtual
           MOVE 0 TO WS-MaeMovimento
           MOVE 0 TO WS-TransfEstrutura
           MOVE 0 TO WS-ValorEstrutura
           MOVE 0 TO WS-DescobertoEstrutura
           ADD 1 TO WS-Estruturas
           PERFORM LerContaMae

           IF WS-MaeSituacao = 'I'
               ADD 1 TO WS-ExecRejeitados
               MOVE WS-ContaMaeAtual TO WS-PendConta
               MOVE 0 TO WS-PendValor
               MOVE 'Conta mãe inativa: estrutura não processada'
                   TO WS-PendDescricao
               PERFORM RegistrarPendenciaPool
               PERFORM VARYING WS-PoolIdx FROM 1 BY 1
                       UNTIL WS-PoolIdx > WS-PoolQtde
                   IF WS-PoolMae(WS-PoolIdx) = WS-ContaMaeAtual
                       PERFORM LerSaldoFilha
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-PoolIdx FROM 1 BY 1
                       UNTIL WS-PoolIdx > WS-PoolQtde
                   IF WS-PoolMae(WS-PoolIdx) = WS-ContaMaeAtual
                       PERFORM ConcentrarFilha
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-PoolIdx FROM 1 BY 1
                       UNTIL WS-PoolIdx > WS-PoolQtde
                   IF WS-PoolMae(WS-PoolIdx) = WS-ContaMaeAtual
                       AND WS-PoolSituacao(WS-PoolIdx) = 'N'
                       PERFORM CobrirFilha
                   END-IF
               END-PERFORM
           END-IF

           PERFORM GerarPosicaoEstrutura.

       LerContaMae.
           MOVE 'I' TO WS-MaeSituacao
           MOVE 0 TO WS-MaeSaldoAntes
           MOVE SPACES TO WS-MaeTitular
           MOVE WS-ContaMaeAtual TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ContaSaldo TO WS-MaeSaldoAntes
                   MOVE ContaTitular TO WS-MaeTitular
                   IF ContaAtiva AND ContaMoedaReal
                       MOVE 'N' TO WS-MaeSituacao
                   END-IF
           END-READ.

      * Estrutura parada: a filha só entra na posição com o saldo
      * que tem.
       LerSaldoFilha.
           MOVE WS-PoolFilha(WS-PoolIdx) TO ContaNumero
           READ ContaFile
               INVALID KEY
                   MOVE 'I' TO WS-PoolSituacao(WS-PoolIdx)
               NOT INVALID KEY
                   MOVE ContaSaldo TO WS-PoolSaldoAntes(WS-PoolIdx)
                   MOVE ContaSaldo TO WS-PoolSaldoDepois(WS-PoolIdx)
           END-READ.

       ConcentrarFilha.
           MOVE WS-PoolFilha(WS-PoolIdx) TO ContaNumero
           READ ContaFile
               INVALID KEY
                   MOVE 'I' TO WS-PoolSituacao(WS-PoolIdx)
               NOT INVALID KEY
                   MOVE ContaSaldo TO WS-PoolSaldoAntes(WS-PoolIdx)
                   MOVE ContaSaldo TO WS-PoolSaldoDepois(WS-PoolIdx)
                   IF NOT ContaAtiva OR NOT ContaMoedaReal
                       MOVE 'I' TO WS-PoolSituacao(WS-PoolIdx)
                   ELSE
                       COMPUTE WS-Excedente =
                           ContaSaldo - ContaBloqueio -
                           ContaBloqueioDeposito -
                           WS-PoolAlvo(WS-PoolIdx)
                   END-IF
           END-READ

           IF WS-PoolSituacao(WS-PoolIdx) = 'I'
               ADD 1 TO WS-ExecRejeitados
               MOVE WS-PoolFilha(WS-PoolIdx) TO WS-PendConta
               MOVE 0 TO WS-PendValor
               MOVE SPACES TO WS-PendDescricao
               STRING 'Conta filha inativa na estrutura da mãe '
                      DELIMITED BY SIZE
                      WS-ContaMaeAtual DELIMITED BY SIZE
                   INTO WS-PendDescricao
               PERFORM RegistrarPendenciaPool
           ELSE
           IF WS-Excedente > 0
               MOVE WS-PoolFilha(WS-PoolIdx) TO WS-ContaDebito
               MOVE WS-ContaMaeAtual TO WS-ContaCredito
               MOVE WS-Excedente TO WS-ValorPool
               MOVE 'Concentração de saldo na conta mãe'
                   TO WS-DescDebito
               MOVE 'Concentração de saldo da conta filha'
                   TO WS-DescCredito
               PERFORM LancarTransferenciaPool
               SUBTRACT WS-ValorPool FROM WS-PoolMovimento(WS-PoolIdx)
               SUBTRACT WS-ValorPool
                   FROM WS-PoolSaldoDepois(WS-PoolIdx)
               ADD WS-ValorPool TO WS-MaeMovimento
               ADD WS-ValorPool TO WS-Concentrado
           END-IF
           END-IF.

      * Negativo da filha coberto pelo disponível da mãe (saldo
      * menos bloqueios, sem o limite de cheque especial da mãe).
       CobrirFilha.
           MOVE 0 TO WS-Necessidade
           MOVE WS-PoolFilha(WS-PoolIdx) TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ContaSaldo < 0
                       COMPUTE WS-Necessidade = 0 - ContaSaldo
                   END-IF
           END-READ

           IF WS-Necessidade > 0
               MOVE 0 TO WS-ValorPool
               MOVE WS-ContaMaeAtual TO ContaNumero
               READ ContaFile
                   INVALID KEY
                       MOVE 0 TO WS-DisponivelMae
                   NOT INVALID KEY
                       COMPUTE WS-DisponivelMae =
                           ContaSaldo - ContaBloqueio -
                           ContaBloqueioDeposito
               END-READ
               IF WS-DisponivelMae >= WS-Necessidade
                   MOVE WS-Necessidade TO WS-ValorPool
               ELSE
               IF WS-DisponivelMae > 0
                   MOVE WS-DisponivelMae TO WS-ValorPool
               END-IF
               END-IF

               IF WS-ValorPool > 0
                   MOVE WS-ContaMaeAtual TO WS-ContaDebito
                   MOVE WS-PoolFilha(WS-PoolIdx) TO WS-ContaCredito
                   MOVE 'Cobertura de saldo negativo da conta filha'
                       TO WS-DescDebito
                   MOVE 'Cobertura de saldo negativo pela conta mãe'
                       TO WS-DescCredito
                   PERFORM LancarTransferenciaPool
                   ADD WS-ValorPool TO WS-PoolMovimento(WS-PoolIdx)
                   ADD WS-ValorPool TO WS-PoolSaldoDepois(WS-PoolIdx)
                   SUBTRACT WS-ValorPool FROM WS-MaeMovimento
                   ADD WS-ValorPool TO WS-Coberto
               END-IF

               IF WS-ValorPool < WS-Necessidade
                   COMPUTE WS-PoolDescoberto(WS-PoolIdx) =
                       WS-Necessidade - WS-ValorPool
                   ADD WS-PoolDescoberto(WS-PoolIdx)
                       TO WS-DescobertoEstrutura
                   ADD 1 TO WS-ExecRejeitados
                   MOVE WS-PoolFilha(WS-PoolIdx) TO WS-PendConta
                   MOVE WS-PoolDescoberto(WS-PoolIdx) TO WS-PendValor
                   MOVE SPACES TO WS-PendDescricao
                   STRING 'Negativo da filha sem cobertura da mãe '
                          DELIMITED BY SIZE
                          WS-ContaMaeAtual DELIMITED BY SIZE
                       INTO WS-PendDescricao
                   PERFORM RegistrarPendenciaPool
               END-IF
           END-IF.

      * Uma transferência da estrutura: protocolo próprio, débito
      * 'T' na conta de origem e crédito 'C' na de destino, cada
      * perna apontando a outra conta.
       LancarTransferenciaPool.
           PERFORM ObterProximoProtocolo

           MOVE WS-ContaDebito TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-ValorPool FROM ContaSaldo
                   REWRITE ContaRecord
           CALL 'GravarJournal' USING 'ConcentracaoSaldos  '
               'contas          ' ContaRecord

                   MOVE WS-ContaDebito TO MovimentacaoContaNumero
                   MOVE WS-MovData TO MovimentacaoData
                   MOVE WS-MovHora TO MovimentacaoHora
                   MOVE 'T' TO MovimentacaoTipo
                   MOVE WS-ValorPool TO MovimentacaoValor
                   MOVE ContaSaldo TO MovimentacaoSaldoApos
                   MOVE WS-DescDebito TO MovimentacaoDescricao
                   MOVE WS-ContaCredito
                       TO MovimentacaoContaRelacionada
                   MOVE WS-Protocolo TO MovimentacaoProtocolo
                   MOVE 'BATCH' TO MovimentacaoOperadorID
                   PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'ConcentracaoSaldos  '
               'movimentacao    ' MovimentacaoRecord
           END-READ

           MOVE WS-ContaCredito TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-ValorPool TO ContaSaldo
                   REWRITE ContaRecord
           CALL 'GravarJournal' USING 'ConcentracaoSaldos  '
               'contas          ' ContaRecord

                   MOVE WS-ContaCredito TO MovimentacaoContaNumero
                   MOVE WS-MovData TO MovimentacaoData
                   MOVE WS-MovHora TO MovimentacaoHora
                   MOVE 'C' TO MovimentacaoTipo
                   MOVE WS-ValorPool TO MovimentacaoValor
                   MOVE ContaSaldo TO MovimentacaoSaldoApos
                   MOVE WS-DescCredito TO MovimentacaoDescricao
                   MOVE WS-ContaDebito
                       TO MovimentacaoContaRelacionada
                   MOVE WS-Protocolo TO MovimentacaoProtocolo
                   MOVE 'BATCH' TO MovimentacaoOperadorID
                   PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'ConcentracaoSaldos  '
               'movimentacao    ' MovimentacaoRecord
           END-READ

           ADD 1 TO WS-ExecPostados
           ADD 1 TO WS-TransfEstrutura
           ADD WS-ValorPool TO WS-ValorEstrutura
           DISPLAY 'Protocolo ' WS-Protocolo ': R$ ' WS-ValorPool
               ' da conta ' WS-ContaDebito ' para ' WS-ContaCredito.

       RegistrarPendenciaPool.
           CALL 'RegistrarPendencia' USING WS-PendOrigem WS-PendTipo
               WS-PendConta WS-PendValor WS-PendDescricao.

      * Posição consolidada do dia entregue à empresa: mãe e filhas
      * com saldo anterior, movimento da concentração, saldo final e
      * saldo-alvo; a soma das posições não muda com as
      * transferências internas e serve de conferência.
       GerarPosicaoEstrutura.
           MOVE SPACES TO WS-ReportFileName
           STRING 'pooling_' DELIMITED BY SIZE
                  WS-ContaMaeAtual DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-DataHoje DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile

           MOVE SPACES TO ReportLine
           STRING 'CONTA CONCENTRADORA - POSIÇÃO CONSOLIDADA - '
                  DELIMITED BY SIZE
                  WS-DataHoje DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Conta mãe: ' DELIMITED BY SIZE
                  WS-ContaMaeAtual DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-MaeTitular DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Papel  Conta    Saldo anterior     Movimento'
                  DELIMITED BY SIZE
                  '   Saldo final    Saldo-alvo  Situação'
                  DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine

           COMPUTE WS-MaeSaldoDepois =
               WS-MaeSaldoAntes + WS-MaeMovimento
           MOVE WS-MaeSaldoAntes TO WS-PosicaoAntes
           MOVE WS-MaeSaldoDepois TO WS-PosicaoDepois
           MOVE WS-MaeSaldoAntes TO WS-SaldoEd
           MOVE WS-MaeMovimento TO WS-MovimentoEd
           MOVE WS-MaeSaldoDepois TO WS-SaldoFinalEd
           MOVE 0 TO WS-AlvoEd
           IF WS-MaeSituacao = 'I'
               MOVE 'INATIVA' TO WS-SituacaoEd
           ELSE
               MOVE 'OK' TO WS-SituacaoEd
           END-IF
           MOVE SPACES TO ReportLine
           STRING 'MÃE    ' DELIMITED BY SIZE
                  WS-ContaMaeAtual DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SaldoEd DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-MovimentoEd DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SaldoFinalEd DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AlvoEd DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SituacaoEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine

           PERFORM VARYING WS-PoolIdx FROM 1 BY 1
                   UNTIL WS-PoolIdx > WS-PoolQtde
               IF WS-PoolMae(WS-PoolIdx) = WS-ContaMaeAtual
                   PERFORM EscreverLinhaFilha
               END-IF
           END-PERFORM

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE WS-PosicaoAntes TO WS-TotalEd
           MOVE WS-PosicaoDepois TO WS-TotalFinalEd
           MOVE SPACES TO ReportLine
           STRING 'Posição consolidada: anterior R$ '
                  DELIMITED BY SIZE
                  WS-TotalEd DELIMITED BY SIZE
                  '  final R$ ' DELIMITED BY SIZE
                  WS-TotalFinalEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE WS-ValorEstrutura TO WS-ValorEd
           MOVE SPACES TO ReportLine
           STRING 'Transferências do dia: ' DELIMITED BY SIZE
                  WS-TransfEstrutura DELIMITED BY SIZE
                  '  valor movimentado R$ ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           IF WS-DescobertoEstrutura > 0
               MOVE WS-DescobertoEstrutura TO WS-ValorEd
               MOVE SPACES TO ReportLine
               STRING 'Negativo das filhas sem cobertura da mãe: R$ '
                      DELIMITED BY SIZE
                      WS-ValorEd DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF
           IF WS-MaeSituacao = 'I'
               MOVE 'Conta mãe inativa: nenhuma transferência feita.'
                   TO ReportLine
               WRITE ReportLine
           END-IF
           CLOSE ReportFile

           MOVE WS-ReportFileName TO WS-SpoolArquivo
           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-ContaMaeAtual TO WS-SpoolAlvo(1:7)
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'ConcentracaoSaldos  ' 'POOL' 'BATCH     '
               WS-SpoolAlvo 'N'

      *    A posição vai à empresa; entra no catálogo de remessas
      *    enviadas para a transmissão e a confirmação serem
      *    acompanhadas pelo ControleRemessas.
           MOVE SPACES TO WS-RemEnvDestino
           STRING 'EMPRESA ' DELIMITED BY SIZE
                  WS-ContaMaeAtual DELIMITED BY SIZE
               INTO WS-RemEnvDestino
           CALL 'CatalogarRemessa' USING WS-ReportFileName 'POOL'
               WS-RemEnvDestino WS-TransfEstrutura WS-ValorEstrutura.

       EscreverLinhaFilha.
           ADD WS-PoolSaldoAntes(WS-PoolIdx) TO WS-PosicaoAntes
           ADD WS-PoolSaldoDepois(WS-PoolIdx) TO WS-PosicaoDepois
           MOVE WS-PoolSaldoAntes(WS-PoolIdx) TO WS-SaldoEd
           MOVE WS-PoolMovimento(WS-PoolIdx) TO WS-MovimentoEd
           MOVE WS-PoolSaldoDepois(WS-PoolIdx) TO WS-SaldoFinalEd
           MOVE WS-PoolAlvo(WS-PoolIdx) TO WS-AlvoEd
           IF WS-PoolSituacao(WS-PoolIdx) = 'I'
               MOVE 'INATIVA' TO WS-SituacaoEd
           ELSE
           IF WS-PoolDescoberto(WS-PoolIdx) > 0
               MOVE 'NEGATIVA' TO WS-SituacaoEd
           ELSE
               MOVE 'OK' TO WS-SituacaoEd
           END-IF
           END-IF
           MOVE SPACES TO ReportLine
           STRING 'FILHA  ' DELIMITED BY SIZE
                  WS-PoolFilha(WS-PoolIdx) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SaldoEd DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-MovimentoEd DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SaldoFinalEd DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AlvoEd DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SituacaoEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

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

      * Inclusão no arquivo indexado de movimentação: a chave é
      * conta + data + protocolo e o sequencial desempata pernas da
      * mesma transação na mesma conta.
       GravarMovimentoIndexado.
           MOVE 0 TO MovimentacaoSeqReg
           MOVE 'N' TO WS-MovGravado
           PERFORM UNTIL WS-MovGravado = 'S' OR
                   MovimentacaoSeqReg > 98
               WRITE MovimentacaoRecord
                   INVALID KEY
                       ADD 1 TO MovimentacaoSeqReg
                   NOT INVALID KEY
                       MOVE 'S' TO WS-MovGravado
               END-WRITE
           END-PERFORM.

       END PROGRAM ConcentracaoSaldos.
