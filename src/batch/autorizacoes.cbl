               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AutFileStatus.

           SELECT CartaoFile ASSIGN TO 'cartoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CartaoFileStatus.

           SELECT ContaCartaoFile ASSIGN TO 'contas_cartao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CCredFileStatus.

           SELECT LancCartaoFile ASSIGN TO 'lancamentos_cartao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LancCartStatus.

           SELECT ProtocoloSeqFile ASSIGN TO 'protseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProtSeqFileStatus.

           SELECT TerminalFile ASSIGN TO 'terminais_atm.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AtmFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.
           05  AutCanal               PIC X(3).
      *        Canais do switch: ATM, POS (compra em terminal),
      *        ECM (comércio eletrônico).
           05  AutTerminal            PIC X(8).
      *        Terminal que dispensou o numerário (canal ATM); em
      *        branco nos demais canais.

       FD  CartaoFile.
       COPY CARTAOREC.

       FD  ContaCartaoFile.
       COPY CCREDREC.

       FD  LancCartaoFile.
       COPY LANCCARTREC.

       FD  ProtocoloSeqFile.
       01  ProtocoloSeqRecord.
           05  SeqUltimoProtocolo     PIC 9(10).

       FD  TerminalFile.
       COPY ATMREC.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).


       01  WS-MovGravado        PIC X VALUE 'N'.

       01  WS-CartaoFileStatus  PIC XX.
       01  WS-CartaoAchado      PIC X VALUE 'N'.
       01  WS-CartaoValido      PIC X VALUE 'N'.
       01  WS-AutsRejeitadas    PIC 9(7) VALUE 0.
       01  WS-MotivoRejeito     PIC X(30).
       01  WS-RejPrograma       PIC X(20) VALUE 'PostarAutorizacoes'.
       01  WS-RejContaDestino   PIC 9(7) VALUE 0.
       01  WS-RejBeneficiario   PIC 9(5) VALUE 0.
       01  WS-RejTipoTransf     PIC X(1) VALUE 'K'.
       01  WS-RejDataMov        PIC X(10).

       01  WS-CCredFileStatus   PIC XX.
       01  WS-LancCartStatus    PIC XX.
       01  WS-CCredAchada       PIC X VALUE 'N'.
       01  WS-CCredDisponivel   PIC S9(9)V99 VALUE 0.
       01  WS-AutsCredito       PIC 9(7) VALUE 0.

       01  WS-AtmFileStatus     PIC XX.
       01  WS-AtmIdx            PIC 9(3) VALUE 0.
       01  WS-QtdeTerminais     PIC 9(3) VALUE 0.
       01  WS-AtmAchado         PIC X VALUE 'N'.
       01  WS-TotaisTerminal.
           05  WS-TermEntrada OCCURS 200 TIMES.
               10  WS-TermCodigo      PIC X(8).
               10  WS-TermQtde        PIC 9(7).
               10  WS-TermValor       PIC 9(9)V99.
               10  WS-TermAplicado    PIC X.
       01  WS-PendOrigem        PIC X(20) VALUE 'PostarAutorizacoes'.
       01  WS-PendTipo          PIC X(4) VALUE 'NUMR'.
       01  WS-PendConta         PIC 9(7) VALUE 0.
       01  WS-PendValor         PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao     PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           CLOSE ContaFile
           CLOSE AutorizacaoFile

           PERFORM AtualizarSaquesTerminais
           PERFORM GravarRelatorioCanais

           DISPLAY 'Autorizações postadas: ' WS-AutsPostadas
           DISPLAY 'Sem conta correspondente: ' WS-AutsSemConta
           DISPLAY 'Acima do limite da conta: ' WS-AutsAcimaLimite
           DISPLAY 'Recusadas pelo cadastro de cartões: '
               WS-AutsRejeitadas
           DISPLAY 'Compras lançadas em fatura (crédito): '
               WS-AutsCredito
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           STOP RUN.


      * O dinheiro já saiu no terminal: a autorização é postada mesmo
      * quando estoura o limite, mas o estouro é sinalizado para a
      * agência agir. Cartão fora do cadastro, de outra conta,
      * bloqueado, cancelado ou vencido não posta: vai para rejeitos.
      * Cartão na função crédito não toca a conta: a compra vai
      * para a fatura do portador.
       PostarAutorizacao.
           MOVE 'N' TO WS-ContaEncontrada
           MOVE AutContaNumero TO ContaNumero
               DISPLAY 'Autorização cartão ' AutCartaoNumero
                   ': conta ' AutContaNumero ' não encontrada.'
           ELSE
               PERFORM ConferirCartao
           END-IF

           IF WS-ContaEncontrada = 'Y' AND WS-CartaoValido = 'N'
               PERFORM RejeitarAutorizacao
           END-IF

           IF WS-ContaEncontrada = 'Y' AND WS-CartaoValido = 'S' AND
                   CartaoCredito
               PERFORM PostarCompraCredito
           END-IF

           IF WS-ContaEncontrada = 'Y' AND WS-CartaoValido = 'S' AND
                   CartaoDebito
               IF AutValor > ContaSaldo + ContaLimite - ContaBloqueio
                   ADD 1 TO WS-AutsAcimaLimite
                   DISPLAY 'Conta ' AutContaNumero
               PERFORM AcumularCanal
           END-IF.

      * O cartão tem de estar no cadastro, vinculado à conta
      * informada pelo switch, fora de bloqueio ou cancelamento e
      * dentro da validade impressa (mês da autorização não pode
      * passar do mês de validade).
       ConferirCartao.
           MOVE 'N' TO WS-CartaoAchado
           MOVE 'N' TO WS-CartaoValido
           MOVE SPACES TO WS-MotivoRejeito
           OPEN INPUT CartaoFile
           IF WS-CartaoFileStatus = '00'
               PERFORM UNTIL WS-CartaoFileStatus = '10'
                   READ CartaoFile INTO CartaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CartaoNumero = AutCartaoNumero
                               MOVE 'S' TO WS-CartaoAchado
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CartaoFile
           END-IF

           EVALUATE TRUE
               WHEN WS-CartaoAchado = 'N'
                   MOVE 'Cartão não cadastrado' TO WS-MotivoRejeito
               WHEN CartaoContaNumero NOT = AutContaNumero
                   MOVE 'Cartão de outra conta' TO WS-MotivoRejeito
               WHEN CartaoCancelado
                   MOVE 'Cartão cancelado' TO WS-MotivoRejeito
               WHEN CartaoBloqueado
                   MOVE 'Cartão bloqueado' TO WS-MotivoRejeito
               WHEN AutData(1:6) > CartaoValidade
                   MOVE 'Cartão vencido' TO WS-MotivoRejeito
               WHEN OTHER
                   MOVE 'S' TO WS-CartaoValido
           END-EVALUATE.

      * Compra no crédito: consome o limite da conta cartão do
      * portador e entra em lancamentos_cartao.dat para o próximo
      * fechamento. Como no débito, a compra já autorizada pelo
      * switch é lançada mesmo acima do limite, com sinalização;
      * portador sem conta cartão ativa vai para rejeitos.
       PostarCompraCredito.
           MOVE 'N' TO WS-CCredAchada
           OPEN I-O ContaCartaoFile
           IF WS-CCredFileStatus = '00'
               PERFORM UNTIL WS-CCredFileStatus = '10'
                   READ ContaCartaoFile INTO ContaCartaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CCredClienteID = CartaoClienteID AND
                                   CCredAtiva
                               MOVE 'S' TO WS-CCredAchada
                               PERFORM ConsumirLimiteCredito
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContaCartaoFile
           END-IF

           IF WS-CCredAchada = 'N'
               MOVE 'Portador sem conta crédito' TO WS-MotivoRejeito
               PERFORM RejeitarAutorizacao
           ELSE
               MOVE AutCartaoNumero TO LancCartNumero
               MOVE CartaoClienteID TO LancCartClienteID
               MOVE AutData TO LancCartData
               MOVE AutHora TO LancCartHora
               MOVE AutValor TO LancCartValor
               MOVE AutCanal TO LancCartCanal
               MOVE 0 TO LancCartFechamento
               OPEN EXTEND LancCartaoFile
               IF WS-LancCartStatus = '35'
                   OPEN OUTPUT LancCartaoFile
               END-IF
               WRITE LancCartaoRecord
               CLOSE LancCartaoFile
               ADD 1 TO WS-AutsCredito
               ADD 1 TO WS-AutsPostadas
               PERFORM AcumularCanal
           END-IF.

       ConsumirLimiteCredito.
           COMPUTE WS-CCredDisponivel = CCredLimite -
               CCredSaldoCompras - CCredSaldoFaturado -
               CCredSaldoRotativo
           IF AutValor > WS-CCredDisponivel
               ADD 1 TO WS-AutsAcimaLimite
               DISPLAY 'Cliente ' CartaoClienteID
                   ': compra de R$ ' AutValor
                   ' estoura o limite do cartão de crédito.'
           END-IF
           ADD AutValor TO CCredSaldoCompras
           REWRITE ContaCartaoRecord.

      * Autorização recusada pelo cadastro de cartões vai para
      * rejeitos.dat com o motivo, sem tocar a conta; o tratamento
      * (contestação com a bandeira) sai de lá.
       RejeitarAutorizacao.
           MOVE SPACES TO WS-RejDataMov
           MOVE AutData TO WS-RejDataMov(1:8)
           CALL 'GravarRejeito' USING WS-RejPrograma
               AutContaNumero WS-RejContaDestino AutValor
               WS-RejDataMov WS-RejBeneficiario WS-RejTipoTransf
               WS-MotivoRejeito
           ADD 1 TO WS-AutsRejeitadas
           DISPLAY 'Autorização cartão ' AutCartaoNumero
               ' recusada: ' WS-MotivoRejeito.

       AcumularCanal.
           MOVE 'N' TO WS-CanalAchado
           PERFORM VARYING WS-CanalIdx FROM 1 BY 1
               MOVE AutCanal TO WS-CanalCodigo(WS-QtdeCanais)
               MOVE 1 TO WS-CanalQtde(WS-QtdeCanais)
               MOVE AutValor TO WS-CanalValor(WS-QtdeCanais)
           END-IF
           IF AutCanal = 'ATM'
               PERFORM AcumularTerminal
           END-IF.

      * Saque postado no canal ATM saiu dos cassetes do terminal:
      * acumula por terminal para baixar do esperado no cadastro.
       AcumularTerminal.
           MOVE 'N' TO WS-AtmAchado
           PERFORM VARYING WS-AtmIdx FROM 1 BY 1
                   UNTIL WS-AtmIdx > WS-QtdeTerminais
               IF WS-TermCodigo(WS-AtmIdx) = AutTerminal
                   ADD 1 TO WS-TermQtde(WS-AtmIdx)
                   ADD AutValor TO WS-TermValor(WS-AtmIdx)
                   MOVE 'Y' TO WS-AtmAchado
               END-IF
           END-PERFORM
           IF WS-AtmAchado = 'N' AND WS-QtdeTerminais < 200
               ADD 1 TO WS-QtdeTerminais
               MOVE AutTerminal TO WS-TermCodigo(WS-QtdeTerminais)
               MOVE 1 TO WS-TermQtde(WS-QtdeTerminais)
               MOVE AutValor TO WS-TermValor(WS-QtdeTerminais)
               MOVE 'N' TO WS-TermAplicado(WS-QtdeTerminais)
           END-IF.

      * Soma os saques do dia ao ciclo de cada terminal; o cofre
      * confere o recolhimento contra abastecido - saques. Saque de
      * terminal fora do cadastro não tem onde ser conciliado e vai
      * para a worklist.
       AtualizarSaquesTerminais.
           IF WS-QtdeTerminais > 0
               OPEN I-O TerminalFile
               IF WS-AtmFileStatus = '00'
                   PERFORM UNTIL WS-AtmFileStatus = '10'
                       READ TerminalFile INTO TerminalAtmRecord
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               PERFORM AplicarSaquesTerminal
                       END-READ
                   END-PERFORM
                   CLOSE TerminalFile
               END-IF
               PERFORM VARYING WS-AtmIdx FROM 1 BY 1
                       UNTIL WS-AtmIdx > WS-QtdeTerminais
                   IF WS-TermAplicado(WS-AtmIdx) = 'N'
                       PERFORM RegistrarTerminalDesconhecido
                   END-IF
               END-PERFORM
           END-IF.

       AplicarSaquesTerminal.
           PERFORM VARYING WS-AtmIdx FROM 1 BY 1
                   UNTIL WS-AtmIdx > WS-QtdeTerminais
               IF WS-TermCodigo(WS-AtmIdx) = AtmTerminal AND
                       WS-TermAplicado(WS-AtmIdx) = 'N'
                   ADD WS-TermValor(WS-AtmIdx) TO AtmSaquesPostados
                   MOVE 'S' TO WS-TermAplicado(WS-AtmIdx)
                   REWRITE TerminalAtmRecord
               END-IF
           END-PERFORM.

       RegistrarTerminalDesconhecido.
           MOVE WS-TermValor(WS-AtmIdx) TO WS-PendValor
           MOVE SPACES TO WS-PendDescricao
           STRING 'Saques ATM de terminal sem cadastro: '
                      DELIMITED BY SIZE
                  WS-TermCodigo(WS-AtmIdx) DELIMITED BY SIZE
               INTO WS-PendDescricao
           CALL 'RegistrarPendencia' USING WS-PendOrigem WS-PendTipo
               WS-PendConta WS-PendValor WS-PendDescricao
           DISPLAY 'Terminal ' WS-TermCodigo(WS-AtmIdx)
               ' sem cadastro: saques de R$ '
               WS-TermValor(WS-AtmIdx) ' não conciliados.'.

       GravarRelatorioCanais.
           STRING 'liquidacao_cartao_' DELIMITED BY SIZE
                  WS-AnoHoje DELIMITED BY SIZE
                  WS-AutsSemConta DELIMITED BY SIZE
                  '  Acima do limite: ' DELIMITED BY SIZE
                  WS-AutsAcimaLimite DELIMITED BY SIZE
                  '  Recusadas: ' DELIMITED BY SIZE
                  WS-AutsRejeitadas DELIMITED BY SIZE
                  '  No crédito: ' DELIMITED BY SIZE
                  WS-AutsCredito DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine

           PERFORM VARYING WS-AtmIdx FROM 1 BY 1
                   UNTIL WS-AtmIdx > WS-QtdeTerminais
               MOVE SPACES TO ReportLine
               STRING 'Terminal ' DELIMITED BY SIZE
                      WS-TermCodigo(WS-AtmIdx) DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WS-TermQtde(WS-AtmIdx) DELIMITED BY SIZE
                      ' saques, R$ ' DELIMITED BY SIZE
                      WS-TermValor(WS-AtmIdx) DELIMITED BY SIZE
                   INTO ReportLine
               IF WS-TermAplicado(WS-AtmIdx) = 'N'
                   MOVE 'SEM CADASTRO' TO ReportLine(60:12)
               END-IF
               WRITE ReportLine
           END-PERFORM
           CLOSE ReportFile.

       ObterProximoProtocolo.
