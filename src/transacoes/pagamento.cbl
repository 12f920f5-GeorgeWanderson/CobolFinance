               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

           SELECT ConvenioFile ASSIGN TO 'convenios.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ConvFileStatus.

           SELECT ArrecadacaoFile ASSIGN TO 'arrecadacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ArrecFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
           05  SessaoAgencia          PIC 9(4).
           05  SessaoData             PIC 9(8).

       FD  ConvenioFile.
       COPY CONVREC.

       FD  ArrecadacaoFile.
       COPY ARRECREC.

       WORKING-STORAGE SECTION.
       01  WS-ContaNumero       PIC 9(7).
       01  WS-ContaTitular      PIC A(50).
       01  WS-ProcFileStatus    PIC XX.
       01  WS-DescrTmp          PIC X(100).
       01  WS-ClienteObito          PIC X VALUE 'N'.
       01  WS-ClienteResponsavel    PIC 9(5) VALUE 0.
       01  WS-ResponsavelInformado  PIC 9(5) VALUE 0.
       01  WS-ResponsavelOK         PIC X VALUE 'S'.
       01  WS-ContaCotitulares      PIC 9 VALUE 0.
       01  WS-DdaFileStatus         PIC XX.
       01  WS-ModoDda               PIC X VALUE 'N'.

       01  WS-MovGravado        PIC X VALUE 'N'.

       01  WS-ConvFileStatus        PIC XX.
       01  WS-ArrecFileStatus       PIC XX.
       01  WS-ArrecEspecie          PIC X VALUE 'N'.
       01  WS-ArrecValido           PIC X VALUE 'N'.
       01  WS-ArrecConvAchado       PIC X VALUE 'N'.
       01  WS-ArrecDuplicada        PIC X VALUE 'N'.
       01  WS-ArrecForma            PIC X VALUE 'D'.
       01  WS-ArrecConvID           PIC 9(4) VALUE 0.
       01  WS-ArrecConvNome         PIC A(40).
       01  WS-ArrecDiasRepasse      PIC 9(2) VALUE 0.
       01  WS-ArrecTarifaConv       PIC 9(3)V99 VALUE 0.
       01  WS-ArrecDataHoje         PIC 9(8) VALUE 0.
       01  WS-ArrecDataRepasse      PIC 9(8) VALUE 0.
       01  WS-ArrecDiaIdx           PIC 9(2) VALUE 0.
       01  WS-CodigoArrecadacao     PIC X(44).
       01  WS-CodArrecPartes REDEFINES WS-CodigoArrecadacao.
           05  FILLER               PIC X(1).
           05  WS-CodArrecSegmento  PIC 9(1).
           05  WS-CodArrecIdValor   PIC X(1).
           05  FILLER               PIC X(1).
           05  WS-CodArrecValor     PIC 9(9)V99.
           05  WS-CodArrecEmpresa   PIC 9(4).
           05  FILLER               PIC X(25).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 'N' TO WS-ExitFlag
           IF WS-ModoLote = 'S' OR WS-ModoLote = 's'
               PERFORM ProcessarLotePagamento
           ELSE
      *        Conta de consumo e tributo pago em espécie no caixa
      *        não passa por conta corrente.
               DISPLAY 'Conta de consumo/tributo em dinheiro? (S/N): '
               ACCEPT WS-ArrecEspecie
               IF WS-ArrecEspecie = 'S' OR WS-ArrecEspecie = 's'
                   PERFORM ReceberArrecadacaoEspecie
               ELSE
               DISPLAY 'Informe o número da conta para pagamento: '
               ACCEPT WS-ContaNumero
               MOVE WS-ContaNumero TO WS-UtilEntrada
                   DISPLAY 'Operação encerrada.'
               ELSE
               DISPLAY 'Boleto: [S] linha digitável, [D] DDA,'
               DISPLAY '[A] conta de consumo/tributo,'
               DISPLAY '[N] outro pagamento: '
               ACCEPT WS-ModoBoleto
               MOVE FUNCTION UPPER-CASE(WS-ModoBoleto)
                       END-IF
                   END-IF
               ELSE
               IF WS-ModoBoleto = 'A'
                   PERFORM ReceberArrecadacao
      *            Acima da alçada de autorização o débito iria para
      *            a fila do supervisor, que não registra o documento
      *            para repasse: o caixa recebe em espécie.
                   IF WS-ArrecValido = 'S' AND
                           WS-PagamentoValor > WS-LimiteAutorizacao
                       DISPLAY 'Valor acima da alçada de autorização'
                       DISPLAY 'para débito em conta!'
                   ELSE
                   IF WS-ArrecValido = 'S'
                       MOVE WS-Protocolo TO WS-ProtocoloAntesDda
                       PERFORM ProcessarTransacaoPagamento
                       IF WS-Protocolo NOT = WS-ProtocoloAntesDda
                           MOVE 'C' TO WS-ArrecForma
                           PERFORM GravarArrecadacao
                       END-IF
                   END-IF
                   END-IF
               ELSE
               IF WS-ModoBoleto = 'S'
                   PERFORM ReceberBoleto
                   IF WS-BoletoValido = 'S'
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

           GOBACK.
           DISPLAY 'Valor a pagar: R$ ' WS-PagamentoValor.


      * Conta de consumo ou tributo recebido em espécie: sem conta
      * corrente, o documento vai direto para arrecadacoes.dat com
      * o operador, e entra no batimento da gaveta dele.
       ReceberArrecadacaoEspecie.
           MOVE 'A' TO WS-ModoBoleto
           MOVE 0 TO WS-ContaNumero
           PERFORM ReceberArrecadacao
           IF WS-ArrecValido = 'S'
               IF WS-PagamentoValor > WS-OperLimite
                   DISPLAY 'Valor acima da alçada do operador!'
               ELSE
                   PERFORM ObterProximoProtocolo
                   MOVE 'D' TO WS-ArrecForma
                   PERFORM GravarArrecadacao
                   DISPLAY 'Recebimento em dinheiro registrado.'
                   DISPLAY 'Protocolo: ' WS-Protocolo
                   DISPLAY 'Convênio: ' WS-ArrecConvNome
                   DISPLAY 'Valor recebido: R$ ' WS-PagamentoValor
                   MOVE WS-PagamentoValor TO WS-LogValor
                   MOVE SPACES TO WS-LogMensagem
                   STRING 'Arrecadação em dinheiro convênio '
                          DELIMITED BY SIZE
                          WS-ArrecConvID DELIMITED BY SIZE
                          ' valor ' DELIMITED BY SIZE
                          WS-LogValor DELIMITED BY SIZE
                          ' protocolo ' DELIMITED BY SIZE
                          WS-Protocolo DELIMITED BY SIZE
                       INTO WS-LogMensagem
                   CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem
               END-IF
           END-IF.

      * Código de barras de arrecadação (44 dígitos, começa em 8):
      * o dígito geral é conferido na Validacao, o convênio sai do
      * segmento e do código da empresa, e o valor vem do próprio
      * código quando a posição 3 indica valor efetivo (6 ou 8);
      * com valor de referência (7 ou 9) o caixa informa o valor.
       ReceberArrecadacao.
           MOVE 'N' TO WS-ArrecValido
           DISPLAY 'Código de barras da conta/guia (44 dígitos): '
           ACCEPT WS-CodigoArrecadacao

           MOVE 'ARR' TO WS-TipoValidacao
           MOVE WS-CodigoArrecadacao TO WS-ValorEntrada
           CALL 'Validacao' USING WS-TipoValidacao WS-ValorEntrada
               WS-ArrecValido
           MOVE 'DATA' TO WS-TipoValidacao

           IF WS-ArrecValido = 'N'
               DISPLAY 'Código de barras inválido!'
           ELSE
               PERFORM LocalizarConvenioArrecadador
               IF WS-ArrecConvAchado = 'N'
                   MOVE 'N' TO WS-ArrecValido
                   DISPLAY 'Convênio arrecadador não cadastrado'
                   DISPLAY 'ou inativo!'
               ELSE
               PERFORM VerificarArrecadacaoDuplicada
               IF WS-ArrecDuplicada = 'S'
                   MOVE 'N' TO WS-ArrecValido
                   DISPLAY 'Documento já arrecadado!'
               ELSE
                   PERFORM ObterValorArrecadacao
               END-IF
               END-IF
           END-IF.

       ObterValorArrecadacao.
           IF WS-CodArrecIdValor = '6' OR WS-CodArrecIdValor = '8'
               IF WS-CodArrecValor > 9999999.99
                   MOVE 'N' TO WS-ArrecValido
                   DISPLAY 'Valor do documento acima do limite!'
               ELSE
                   MOVE WS-CodArrecValor TO WS-PagamentoValor
               END-IF
           ELSE
               DISPLAY 'Valor do documento: '
               ACCEPT WS-PagamentoValor
           END-IF
           IF WS-ArrecValido = 'S' AND WS-PagamentoValor = 0
               MOVE 'N' TO WS-ArrecValido
               DISPLAY 'Valor do documento deve ser positivo!'
           END-IF
           IF WS-ArrecValido = 'S'
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ArrecDataHoje
               MOVE SPACES TO WS-DataAtual
               STRING WS-ArrecDataHoje(7:2) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-ArrecDataHoje(5:2) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-ArrecDataHoje(1:4) DELIMITED BY SIZE
                   INTO WS-DataAtual
               MOVE 0 TO WS-BeneficiarioID
               DISPLAY 'Convênio: ' WS-ArrecConvID ' '
                   WS-ArrecConvNome
               DISPLAY 'Valor do documento: R$ ' WS-PagamentoValor
           END-IF.

       LocalizarConvenioArrecadador.
           MOVE 'N' TO WS-ArrecConvAchado
           OPEN INPUT ConvenioFile
           IF WS-ConvFileStatus = '00'
               PERFORM UNTIL WS-ConvFileStatus = '10'
                   READ ConvenioFile INTO ConvenioRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ConvenioArrecadador AND ConvenioAtivo
                                   AND ConvenioSegmento =
                                       WS-CodArrecSegmento
                                   AND ConvenioCodEmpresa =
                                       WS-CodArrecEmpresa
                               MOVE 'S' TO WS-ArrecConvAchado
                               MOVE ConvenioID TO WS-ArrecConvID
                               MOVE ConvenioNome TO WS-ArrecConvNome
                               MOVE 0 TO WS-ArrecDiasRepasse
                               IF ConvenioDiasRepasse IS NUMERIC
                                   MOVE ConvenioDiasRepasse
                                       TO WS-ArrecDiasRepasse
                               END-IF
                               MOVE 0 TO WS-ArrecTarifaConv
                               IF ConvenioTarifaArrecad IS NUMERIC
                                   MOVE ConvenioTarifaArrecad
                                       TO WS-ArrecTarifaConv
                               END-IF
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ConvenioFile
           END-IF.

      * O mesmo código de barras não é arrecadado duas vezes.
       VerificarArrecadacaoDuplicada.
           MOVE 'N' TO WS-ArrecDuplicada
           OPEN INPUT ArrecadacaoFile
           IF WS-ArrecFileStatus = '00'
               PERFORM UNTIL WS-ArrecFileStatus = '10'
                   READ ArrecadacaoFile INTO ArrecadacaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ArrecCodigoBarras = WS-CodigoArrecadacao
                               MOVE 'S' TO WS-ArrecDuplicada
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArrecadacaoFile
           END-IF.

      * Documento recebido fica pendente de repasse até a data
      * prevista, com a tarifa do convênio vigente no recebimento.
       GravarArrecadacao.
           PERFORM CalcularDataRepasse
           MOVE WS-Protocolo TO ArrecProtocolo
           MOVE WS-ArrecConvID TO ArrecConvenioID
           MOVE WS-CodigoArrecadacao TO ArrecCodigoBarras
           MOVE WS-PagamentoValor TO ArrecValor
           MOVE WS-ArrecTarifaConv TO ArrecTarifa
           MOVE WS-ArrecDataHoje TO ArrecDataRecebimento
           MOVE WS-ArrecDataRepasse TO ArrecDataRepasse
           MOVE WS-ArrecForma TO ArrecForma
           MOVE WS-ContaNumero TO ArrecContaNumero
           MOVE WS-OperadorID TO ArrecOperadorID
           MOVE 'P' TO ArrecStatus
           MOVE 0 TO ArrecDataRepassada
           OPEN EXTEND ArrecadacaoFile
           IF WS-ArrecFileStatus = '35'
               OPEN OUTPUT ArrecadacaoFile
           END-IF
           WRITE ArrecadacaoRecord
           CLOSE ArrecadacaoFile
           DISPLAY 'Repasse ao convênio previsto para '
               WS-ArrecDataRepasse '.'.

      * D+n em dias úteis (feriados.dat) a partir do recebimento.
       CalcularDataRepasse.
           MOVE WS-ArrecDataHoje TO WS-ArrecDataRepasse
           PERFORM VARYING WS-ArrecDiaIdx FROM 1 BY 1
                   UNTIL WS-ArrecDiaIdx > WS-ArrecDiasRepasse
               COMPUTE WS-UtilEntrada = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ArrecDataRepasse) + 1)
               MOVE 'DIAUTIL' TO WS-UtilFuncao
               CALL 'Utilitarios' USING WS-UtilFuncao WS-UtilEntrada
                   WS-UtilSaida WS-UtilResultado
               MOVE WS-UtilSaida TO WS-ArrecDataRepasse
           END-PERFORM.

      * Números de negócio vêm de parametros.dat quando há vigência
      * para a data; sem registro vale o padrão embutido acima.
       CarregarParametros.
                   DISPLAY 'alvará judicial.'
                   MOVE 'Titular falecido' TO WS-MotivoRejeito
               ELSE
      *        Conta de menor de idade: débito só com o responsável
      *        legal identificado.
               PERFORM ExigirResponsavelLegal
               IF WS-ResponsavelOK = 'N'
                   DISPLAY 'Conta de menor! Operação exige o'
                   DISPLAY 'responsável legal.'
                   MOVE 'Menor sem responsável' TO WS-MotivoRejeito
               ELSE
               PERFORM VerificarPIN
               IF WS-PINValido = 'N'
                   DISPLAY 'PIN incorreto! Operação não permitida.'
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF

           WRITE AutPendSeqRecord
           CLOSE AutPendSeqFile.

      * Titular menor de idade (com responsável legal no cadastro):
      * o responsável se identifica pelo próprio ID de cliente e a
      * operação segue com o PIN da conta. No lote não há quem se
      * identifique e o débito é recusado.
       ExigirResponsavelLegal.
           MOVE 'S' TO WS-ResponsavelOK
           IF WS-ClienteResponsavel NOT = 0
               MOVE 'N' TO WS-ResponsavelOK
               IF WS-ModoLote NOT = 'S' AND WS-ModoLote NOT = 's'
                   DISPLAY 'ID do responsável legal: '
                   ACCEPT WS-ResponsavelInformado
                   IF WS-ResponsavelInformado =
                           WS-ClienteResponsavel
                       MOVE 'S' TO WS-ResponsavelOK
                   END-IF
               END-IF
           END-IF.

       VerificarClienteBloqueado.
           MOVE 0 TO WS-ClienteResponsavel
           MOVE 'A' TO WS-ClienteStatus
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '00'
                   NOT INVALID KEY
                       MOVE ClienteStatus TO WS-ClienteStatus
                       MOVE ClienteObito TO WS-ClienteObito
                       MOVE ClienteResponsavelID
                           TO WS-ClienteResponsavel
               END-READ
               CLOSE ClienteFile
           END-IF.
                      WS-LinhaDigitavel DELIMITED BY SIZE
                   INTO WS-MovDescricao
           ELSE
           IF WS-ModoBoleto = 'A'
               STRING 'Arrecadação ' DELIMITED BY SIZE
                      WS-ArrecConvNome DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-CodigoArrecadacao DELIMITED BY SIZE
                   INTO WS-MovDescricao
           ELSE
           IF WS-BeneficiarioEncontrado = 'Y'
               STRING 'Pagamento para ' DELIMITED BY SIZE
                      WS-BeneficiarioNome DELIMITED BY SIZE
               MOVE 'Pagamento de conta' TO WS-MovDescricao
           END-IF
           END-IF
           END-IF

           MOVE WS-ContaNumero TO MovimentacaoContaNumero
           MOVE WS-DataMovimento TO MovimentacaoData
           CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem.

       OferecerAgendamento.
           IF WS-ModoLote = 'S' OR WS-ModoLote = 's' OR
                   WS-ModoBoleto = 'A'
               MOVE 'N' TO WS-AgendarResposta
           ELSE
               DISPLAY
