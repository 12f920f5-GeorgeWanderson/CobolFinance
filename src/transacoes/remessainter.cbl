       IDENTIFICATION DIVISION.
       PROGRAM-ID. RemessaInternacional.

      *****************************************************************
      *  RemessaInternacional.cbl - Remessa internacional com
      *  contrato de câmbio numerado, de saída (cliente manda reais
      *  convertidos ao exterior) ou de entrada (cliente recebe do
      *  exterior em reais). A taxa é a PTAX do dia (taxas.dat, pela
      *  sub-rotina Cambio) com o spread SPREAD-REMESSA; sobre o
      *  contravalor incidem o IOF câmbio (IOF-CAMBIO-SAIDA ou
      *  IOF-CAMBIO-ENTRADA, em percentual) e a tarifa
      *  (TARIFA-REMESSA-SAIDA ou TARIFA-REMESSA-ENTR, em reais).
      *  A contraparte no exterior passa pela triagem da lista
      *  restritiva: com acerto o contrato fica barrado, nada é
      *  liquidado e abre-se pendência WTCH para a conformidade.
      *  O contrato liquidado entra na posição de câmbio do dia; as
      *  mensagens ao correspondente e o registro no Banco Central
      *  saem no batch MensagensCambio.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FileStatus.

           SELECT MovimentacaoFile ASSIGN TO 'movimentacao.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MovimentacaoChave
               FILE STATUS IS WS-MovFileStatus.

           SELECT PosicaoFile ASSIGN TO 'posicao_cambio.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PosStatus.

           SELECT ContratoFile ASSIGN TO 'contratos_cambio.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ContratoStatus.

           SELECT ImpostoFile ASSIGN TO 'impostos_recolhidos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ImpFileStatus.

           SELECT ProtocoloSeqFile ASSIGN TO 'protseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProtSeqFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  MovimentacaoFile.
       COPY MOVREC.

       FD  PosicaoFile.
       COPY POSCAMREC.

       FD  ContratoFile.
       COPY CONTCAMREC.

       FD  ImpostoFile.
       COPY IMPREC.

       FD  ProtocoloSeqFile.
       01  ProtocoloSeqRecord.
           05  SeqUltimoProtocolo     PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus        PIC XX.
       01  WS-MovFileStatus     PIC XX.
       01  WS-PosStatus         PIC XX.
       01  WS-ContratoStatus    PIC XX.
       01  WS-ImpFileStatus     PIC XX.
       01  WS-ProtSeqFileStatus PIC XX.
       01  WS-OperadorID        PIC X(10).
       01  WS-OperadorSenha     PIC X(8).
       01  WS-OperAutenticado   PIC X VALUE 'N'.
       01  WS-OperPerfil        PIC X VALUE ' '.
       01  WS-OperLimite        PIC 9(7)V99 VALUE 0.
       01  WS-ContaNumero       PIC 9(7).
       01  WS-DVDigitado        PIC 9 VALUE 0.
       01  WS-DVValido          PIC X VALUE 'S'.
       01  WS-UtilFuncao        PIC X(8) VALUE 'DVCONTA'.
       01  WS-UtilEntrada       PIC 9(8) VALUE 0.
       01  WS-UtilSaida         PIC 9(8) VALUE 0.
       01  WS-UtilResultado     PIC X VALUE 'N'.
       01  WS-ExitFlag          PIC X VALUE 'N'.
       01  WS-PINDigitado       PIC 9(4).
       01  WS-PINValido         PIC X VALUE 'Y'.
       01  WS-ContaPINSal       PIC X(10).
       01  WS-ContaPINHash      PIC X(16).
       01  WS-HashTexto         PIC X(12).
       01  WS-HashCalculado     PIC X(16).
       01  WS-ContaPIN          PIC 9(4) VALUE 0.
       01  WS-Sentido           PIC X VALUE ' '.
       01  WS-Confirma          PIC X VALUE 'N'.
      * Naturezas da operação aceitas no contrato.
       01  WS-Naturezas.
           05  FILLER           PIC X(35)
               VALUE 'DISPODisponibilidade no exterior'.
           05  FILLER           PIC X(35)
               VALUE 'MANUTManutenção de residente'.
           05  FILLER           PIC X(35)
               VALUE 'SERVIServiços'.
           05  FILLER           PIC X(35)
               VALUE 'IMPORImportação'.
           05  FILLER           PIC X(35)
               VALUE 'EXPORExportação'.
           05  FILLER           PIC X(35)
               VALUE 'DOACADoação'.
           05  FILLER           PIC X(35)
               VALUE 'INVESInvestimento'.
       01  WS-NaturezasTab REDEFINES WS-Naturezas.
           05  WS-Natureza      OCCURS 7 TIMES.
               10  WS-NatCodigo PIC X(5).
               10  WS-NatNome   PIC X(30).
       01  WS-NatIdx            PIC 9 VALUE 0.
       01  WS-NatEscolha        PIC X VALUE ' '.
      * Dados do contrato.
       01  WS-ContratoNumero    PIC 9(7) VALUE 0.
       01  WS-MoedaOperacao     PIC X(3).
       01  WS-MoedaBRL          PIC X(3) VALUE 'BRL'.
       01  WS-ValorME           PIC 9(7)V99 VALUE 0.
       01  WS-ValorBaseBRL      PIC 9(7)V99 VALUE 0.
       01  WS-TaxaPTAX          PIC 9(3)V9(4) VALUE 0.
       01  WS-TaxaAplicada      PIC 9(3)V9(4) VALUE 0.
       01  WS-TaxaAplicadaEd    PIC ZZ9.9999.
       01  WS-ValorBRL          PIC 9(7)V99 VALUE 0.
       01  WS-ValorIOF          PIC 9(7)V99 VALUE 0.
       01  WS-Tarifa            PIC 9(5)V99 VALUE 0.
       01  WS-ValorTotal        PIC 9(7)V99 VALUE 0.
       01  WS-Contraparte       PIC A(50).
       01  WS-Pais              PIC X(2).
       01  WS-BancoBIC          PIC X(11).
       01  WS-ContaExterior     PIC X(34).
       01  WS-NomeTriagem       PIC A(50).
       01  WS-DocumentoTriagem  PIC X(14).
       01  WS-HitLista          PIC X VALUE 'N'.
      * Parâmetros da operação.
       01  WS-Spread            PIC 9V9(4) VALUE 0.02.
       01  WS-IOFSaidaPct       PIC 9V9(4) VALUE 1.10.
       01  WS-IOFEntradaPct     PIC 9V9(4) VALUE 0.38.
       01  WS-IOFPct            PIC 9V9(4) VALUE 0.
       01  WS-TarifaSaida       PIC 9(5)V99 VALUE 80.00.
       01  WS-TarifaEntrada     PIC 9(5)V99 VALUE 40.00.
       01  WS-Protocolo         PIC 9(10) VALUE 0.
       01  WS-ParamNome         PIC X(20).
       01  WS-ParamDataRef      PIC 9(8) VALUE 0.
       01  WS-ParamValor        PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado       PIC X VALUE 'N'.
       01  WS-PendOrigem        PIC X(20) VALUE 'RemessaInternacional'.
       01  WS-PendTipo          PIC X(4) VALUE 'WTCH'.
       01  WS-PendDescricao     PIC X(60).
       01  WS-MovData           PIC X(10).
       01  WS-MovHora           PIC X(8).
       01  WS-DataHoje.
           05  WS-AnoHoje       PIC 9(4).
           05  WS-MesHoje       PIC 9(2).
           05  WS-DiaHoje       PIC 9(2).
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.

       01  WS-MovGravado        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY 'Informe o ID do operador: '
           ACCEPT WS-OperadorID
           DISPLAY 'Senha: '
           ACCEPT WS-OperadorSenha
           CALL 'AutenticarOperador' USING WS-OperadorID
               WS-OperadorSenha WS-OperAutenticado WS-OperPerfil
               WS-OperLimite
           IF WS-OperAutenticado NOT = 'S'
               DISPLAY 'Operador ou senha inválidos!'
               STOP RUN
           END-IF

      *    Perfil somente-consulta não posta: bloqueio na porta.
           IF WS-OperPerfil = 'Q'
               DISPLAY 'Perfil de consulta: operação bloqueada.'
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           COMPUTE WS-DataHojeOrd =
               WS-AnoHoje * 10000 + WS-MesHoje * 100 + WS-DiaHoje
           MOVE WS-DataHoje TO WS-MovData
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-MovHora

           PERFORM CarregarParametros

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

           DISPLAY 'Remessa Internacional'
           DISPLAY '---------------------'
           DISPLAY 'Digite o número da conta (até 7 dígitos): '
           ACCEPT WS-ContaNumero
           MOVE WS-ContaNumero TO WS-UtilEntrada
           PERFORM PedirDigitoConta

           IF WS-DVValido = 'N'
               DISPLAY 'Operação encerrada.'
           ELSE
               PERFORM OperarRemessa
           END-IF

           CLOSE MovimentacaoFile
           CLOSE ContaFile
           STOP RUN.

       CarregarParametros.
           MOVE WS-DataHojeOrd TO WS-ParamDataRef
           MOVE 'SPREAD-REMESSA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-Spread
           END-IF
           MOVE 'IOF-CAMBIO-SAIDA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-IOFSaidaPct
           END-IF
           MOVE 'IOF-CAMBIO-ENTRADA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-IOFEntradaPct
           END-IF
           MOVE 'TARIFA-REMESSA-SAIDA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-TarifaSaida
           END-IF
           MOVE 'TARIFA-REMESSA-ENTR' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-TarifaEntrada
           END-IF.

       PedirDigitoConta.
           DISPLAY 'Dígito verificador da conta: '
           ACCEPT WS-DVDigitado
           MOVE 'S' TO WS-DVValido
           MOVE 'DVCONTA' TO WS-UtilFuncao
           CALL 'Utilitarios' USING WS-UtilFuncao WS-UtilEntrada
               WS-UtilSaida WS-UtilResultado
           IF WS-UtilSaida NOT = WS-DVDigitado
               MOVE 'N' TO WS-DVValido
               DISPLAY 'Dígito verificador inválido!'
           END-IF.

       OperarRemessa.
           MOVE WS-ContaNumero TO ContaNumero
           READ ContaFile WITH LOCK
               INVALID KEY
                   DISPLAY 'Conta não encontrada!'
                   MOVE 'Y' TO WS-ExitFlag
               NOT INVALID KEY
                   MOVE ContaPIN TO WS-ContaPIN
                   MOVE ContaPINSal TO WS-ContaPINSal
                   MOVE ContaPINHash TO WS-ContaPINHash
           END-READ
           IF WS-ExitFlag = 'Y'
               CONTINUE
           ELSE
           IF NOT ContaAtiva OR NOT ContaMoedaReal
               DISPLAY 'Remessa só em conta ativa em reais.'
               UNLOCK ContaFile
           ELSE
               DISPLAY 'Titular: ' ContaTitular
               DISPLAY 'Digite o PIN da conta:'
               ACCEPT WS-PINDigitado
               PERFORM ConferirPINDigitado
               IF WS-PINValido = 'N'
                   DISPLAY 'PIN incorreto! Operação não permitida.'
               ELSE
                   DISPLAY '[S]aída ao exterior ou [E]ntrada do '
                   DISPLAY 'exterior? '
                   ACCEPT WS-Sentido
                   MOVE FUNCTION UPPER-CASE(WS-Sentido)
                       TO WS-Sentido
                   IF WS-Sentido NOT = 'S' AND WS-Sentido NOT = 'E'
                       DISPLAY 'Operação inválida!'
                   ELSE
                       PERFORM ColherDadosContrato
                   END-IF
               END-IF
               UNLOCK ContaFile
           END-IF
           END-IF.

       ColherDadosContrato.
           PERFORM VARYING WS-NatIdx FROM 1 BY 1 UNTIL WS-NatIdx > 7
               DISPLAY '  ' WS-NatIdx ' - ' WS-NatNome(WS-NatIdx)
           END-PERFORM
           DISPLAY 'Natureza da operação (1-7): '
           ACCEPT WS-NatEscolha
           DISPLAY 'Moeda (USD/EUR/GBP): '
           ACCEPT WS-MoedaOperacao
           MOVE FUNCTION UPPER-CASE(WS-MoedaOperacao)
               TO WS-MoedaOperacao
           DISPLAY 'Valor em moeda estrangeira: '
           ACCEPT WS-ValorME
           IF WS-Sentido = 'S'
               DISPLAY 'Nome do beneficiário no exterior: '
           ELSE
               DISPLAY 'Nome do remetente no exterior: '
           END-IF
           ACCEPT WS-Contraparte
           DISPLAY 'País (código ISO de 2 letras): '
           ACCEPT WS-Pais
           MOVE FUNCTION UPPER-CASE(WS-Pais) TO WS-Pais
           DISPLAY 'Banco no exterior (BIC/SWIFT): '
           ACCEPT WS-BancoBIC
           MOVE FUNCTION UPPER-CASE(WS-BancoBIC) TO WS-BancoBIC
           DISPLAY 'Conta no exterior (IBAN ou número): '
           ACCEPT WS-ContaExterior

           IF WS-NatEscolha < '1' OR WS-NatEscolha > '7'
               DISPLAY 'Natureza inválida!'
           ELSE
           IF WS-ValorME <= 0
               DISPLAY 'Valor deve ser positivo!'
           ELSE
           IF WS-MoedaOperacao = 'BRL' OR WS-MoedaOperacao = SPACES
               DISPLAY 'Moeda estrangeira obrigatória!'
           ELSE
           IF WS-Contraparte = SPACES OR WS-Pais = SPACES OR
                   WS-BancoBIC = SPACES OR WS-ContaExterior = SPACES
               DISPLAY 'Dados da contraparte incompletos!'
           ELSE
               MOVE WS-NatEscolha TO WS-NatIdx
               PERFORM CalcularContrato
           END-IF
           END-IF
           END-IF
           END-IF.

      * PTAX do dia mais (saída) ou menos (entrada) o spread; IOF
      * sobre o contravalor em reais e tarifa fixa por contrato.
       CalcularContrato.
           CALL 'Cambio' USING WS-MoedaOperacao WS-MoedaBRL
               WS-ValorME WS-ValorBaseBRL
           IF WS-ValorBaseBRL = 0
               DISPLAY 'Cotação do dia indisponível; operação'
               DISPLAY 'cancelada.'
           ELSE
               COMPUTE WS-TaxaPTAX ROUNDED =
                   WS-ValorBaseBRL / WS-ValorME
               IF WS-Sentido = 'S'
                   COMPUTE WS-TaxaAplicada ROUNDED =
                       WS-TaxaPTAX * (1 + WS-Spread)
                   MOVE WS-IOFSaidaPct TO WS-IOFPct
                   MOVE WS-TarifaSaida TO WS-Tarifa
               ELSE
                   COMPUTE WS-TaxaAplicada ROUNDED =
                       WS-TaxaPTAX * (1 - WS-Spread)
                   MOVE WS-IOFEntradaPct TO WS-IOFPct
                   MOVE WS-TarifaEntrada TO WS-Tarifa
               END-IF
               COMPUTE WS-ValorBRL ROUNDED =
                   WS-ValorME * WS-TaxaAplicada
               COMPUTE WS-ValorIOF ROUNDED =
                   WS-ValorBRL * WS-IOFPct / 100
               MOVE WS-TaxaAplicada TO WS-TaxaAplicadaEd
               DISPLAY 'PTAX ' WS-TaxaPTAX '  taxa do contrato '
                   WS-TaxaAplicadaEd
               DISPLAY 'Contravalor: R$ ' WS-ValorBRL
               DISPLAY 'IOF câmbio: R$ ' WS-ValorIOF
                   '  Tarifa: R$ ' WS-Tarifa
               IF WS-Sentido = 'S'
                   COMPUTE WS-ValorTotal =
                       WS-ValorBRL + WS-ValorIOF + WS-Tarifa
                   DISPLAY 'Total a debitar: R$ ' WS-ValorTotal
               ELSE
                   IF WS-ValorBRL > WS-ValorIOF + WS-Tarifa
                       COMPUTE WS-ValorTotal =
                           WS-ValorBRL - WS-ValorIOF - WS-Tarifa
                   ELSE
                       MOVE 0 TO WS-ValorTotal
                   END-IF
                   DISPLAY 'Líquido a creditar: R$ ' WS-ValorTotal
               END-IF
               DISPLAY 'Confirma o contrato (S/N)? '
               ACCEPT WS-Confirma
               MOVE FUNCTION UPPER-CASE(WS-Confirma) TO WS-Confirma
               IF WS-Confirma NOT = 'S'
                   DISPLAY 'Operação cancelada.'
               ELSE
               IF WS-Sentido = 'E' AND WS-ValorTotal = 0
                   DISPLAY 'Valor não cobre IOF e tarifa!'
               ELSE
               IF WS-Sentido = 'S' AND WS-ValorTotal >
                       ContaSaldo + ContaLimite - ContaBloqueio
                   DISPLAY 'Saldo insuficiente para a remessa.'
               ELSE
                   PERFORM TriarContraparte
               END-IF
               END-IF
               END-IF
           END-IF.

      * Acerto na lista restritiva barra o contrato: ele é gravado
      * para a conformidade, mas nada é debitado nem creditado.
       TriarContraparte.
           MOVE WS-Contraparte TO WS-NomeTriagem
           MOVE SPACES TO WS-DocumentoTriagem
           CALL 'VerificarListaRestritiva' USING WS-NomeTriagem
               WS-DocumentoTriagem WS-HitLista
           PERFORM ObterProximoContrato
           IF WS-HitLista = 'S'
               MOVE 'B' TO ContCamSituacao
               PERFORM GravarContrato
               MOVE SPACES TO WS-PendDescricao
               STRING 'Contrato de câmbio ' DELIMITED BY SIZE
                      WS-ContratoNumero DELIMITED BY SIZE
                      ' barrado pela lista' DELIMITED BY SIZE
                   INTO WS-PendDescricao
               CALL 'RegistrarPendencia' USING WS-PendOrigem
                   WS-PendTipo WS-ContaNumero WS-ValorBRL
                   WS-PendDescricao
               DISPLAY 'Contraparte na lista restritiva: contrato '
                   WS-ContratoNumero ' barrado.'
               DISPLAY 'Encaminhado à conformidade.'
           ELSE
               PERFORM LiquidarContrato
               MOVE 'L' TO ContCamSituacao
               PERFORM GravarContrato
               PERFORM PostarPosicaoCambio
               DISPLAY 'Contrato de câmbio ' WS-ContratoNumero
                   ' liquidado.'
           END-IF.

      * Saída debita o contravalor, o IOF e a tarifa; entrada credita
      * o contravalor e debita em seguida o IOF e a tarifa. Cada um
      * em lançamento próprio sob o mesmo protocolo.
       LiquidarContrato.
           PERFORM ObterProximoProtocolo
           IF WS-Sentido = 'S'
               SUBTRACT WS-ValorBRL FROM ContaSaldo
               MOVE 'M' TO MovimentacaoTipo
               MOVE SPACES TO MovimentacaoDescricao
               STRING 'Remessa ao exterior contrato ' DELIMITED BY SIZE
                      WS-ContratoNumero DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-MoedaOperacao DELIMITED BY SIZE
                      ' taxa ' DELIMITED BY SIZE
                      WS-TaxaAplicadaEd DELIMITED BY SIZE
                   INTO MovimentacaoDescricao
           ELSE
               ADD WS-ValorBRL TO ContaSaldo
               MOVE 'V' TO MovimentacaoTipo
               MOVE SPACES TO MovimentacaoDescricao
               STRING 'Recebimento do exterior contrato '
                      DELIMITED BY SIZE
                      WS-ContratoNumero DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-MoedaOperacao DELIMITED BY SIZE
                      ' taxa ' DELIMITED BY SIZE
                      WS-TaxaAplicadaEd DELIMITED BY SIZE
                   INTO MovimentacaoDescricao
           END-IF
           MOVE WS-ValorBRL TO MovimentacaoValor
           PERFORM GravarLancamento

           IF WS-ValorIOF > 0
               SUBTRACT WS-ValorIOF FROM ContaSaldo
               MOVE 'E' TO MovimentacaoTipo
               MOVE WS-ValorIOF TO MovimentacaoValor
               MOVE 'IOF sobre operação de câmbio'
                   TO MovimentacaoDescricao
               PERFORM GravarLancamento
               PERFORM GravarImposto
           END-IF

           IF WS-Tarifa > 0
               SUBTRACT WS-Tarifa FROM ContaSaldo
               MOVE 'F' TO MovimentacaoTipo
               MOVE WS-Tarifa TO MovimentacaoValor
               MOVE 'Tarifa de remessa internacional'
                   TO MovimentacaoDescricao
               PERFORM GravarLancamento
           END-IF

           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'RemessaInternacional'
               'contas          ' ContaRecord.

       GravarLancamento.
           MOVE WS-ContaNumero TO MovimentacaoContaNumero
           MOVE WS-MovData TO MovimentacaoData
           MOVE WS-MovHora TO MovimentacaoHora
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE 0 TO MovimentacaoContaRelacionada
           MOVE WS-Protocolo TO MovimentacaoProtocolo
           MOVE WS-OperadorID TO MovimentacaoOperadorID
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'RemessaInternacional'
               'movimentacao    ' MovimentacaoRecord.

       GravarImposto.
           MOVE WS-DataHojeOrd TO ImpostoData
           MOVE 'IOF' TO ImpostoTipo
           MOVE WS-ContaNumero TO ImpostoContaNumero
           MOVE 0 TO ImpostoAplicacaoID
           MOVE WS-ValorIOF TO ImpostoValor
           MOVE 'M' TO ImpostoOrigem
           OPEN EXTEND ImpostoFile
           IF WS-ImpFileStatus = '35'
               OPEN OUTPUT ImpostoFile
           END-IF
           WRITE ImpostoRecord
           CLOSE ImpostoFile.

       ObterProximoContrato.
           MOVE 0 TO WS-ContratoNumero
           OPEN INPUT ContratoFile
           IF WS-ContratoStatus = '00'
               PERFORM UNTIL WS-ContratoStatus = '10'
                   READ ContratoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ContCamNumero > WS-ContratoNumero
                               MOVE ContCamNumero TO WS-ContratoNumero
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContratoFile
           END-IF
           ADD 1 TO WS-ContratoNumero.

      * ContCamSituacao já vem posta pelo chamador.
       GravarContrato.
           MOVE WS-ContratoNumero TO ContCamNumero
           MOVE WS-DataHojeOrd TO ContCamData
           MOVE WS-MovHora TO ContCamHora
           MOVE WS-Sentido TO ContCamSentido
           MOVE WS-ContaNumero TO ContCamContaNumero
           MOVE ContaClienteID TO ContCamClienteID
           MOVE WS-NatCodigo(WS-NatIdx) TO ContCamNatureza
           MOVE WS-MoedaOperacao TO ContCamMoeda
           MOVE WS-ValorME TO ContCamValorME
           MOVE WS-TaxaPTAX TO ContCamTaxaPTAX
           MOVE WS-Spread TO ContCamSpread
           MOVE WS-TaxaAplicada TO ContCamTaxaAplicada
           MOVE WS-ValorBRL TO ContCamValorBRL
           MOVE WS-ValorIOF TO ContCamValorIOF
           MOVE WS-Tarifa TO ContCamTarifa
           MOVE WS-Contraparte TO ContCamContraparte
           MOVE WS-Pais TO ContCamPais
           MOVE WS-BancoBIC TO ContCamBancoBIC
           MOVE WS-ContaExterior TO ContCamContaExterior
           MOVE WS-OperadorID TO ContCamOperador
           MOVE 0 TO ContCamDataMensagem
           MOVE 0 TO ContCamDataRegistroBC
           OPEN EXTEND ContratoFile
           IF WS-ContratoStatus = '35'
               OPEN OUTPUT ContratoFile
           END-IF
           WRITE ContratoCambioRecord
           CLOSE ContratoFile.

      * Saída: o banco vende a moeda ao cliente; entrada: compra.
       PostarPosicaoCambio.
           MOVE WS-DataHojeOrd TO PosCamData
           MOVE WS-MoedaOperacao TO PosCamMoeda
           IF WS-Sentido = 'S'
               MOVE 'C' TO PosCamOperacao
           ELSE
               MOVE 'V' TO PosCamOperacao
           END-IF
           MOVE WS-ValorME TO PosCamValorME
           MOVE WS-ValorBRL TO PosCamValorBRL
           MOVE WS-TaxaAplicada TO PosCamTaxaAplicada
           MOVE WS-ContaNumero TO PosCamContaNumero
           OPEN EXTEND PosicaoFile
           IF WS-PosStatus = '35'
               OPEN OUTPUT PosicaoFile
           END-IF
           WRITE PosicaoCambioRecord
           CLOSE PosicaoFile.

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

      * Confere o PIN digitado contra a credencial protegida: com
      * hash gravado a comparação é pelo hash com o sal da conta;
      * hash em branco (registro ainda não migrado pelo
      * MigrarCredenciais) compara em claro.
       ConferirPINDigitado.
           IF WS-ContaPINHash = SPACES
               IF WS-PINDigitado = WS-ContaPIN
                   MOVE 'Y' TO WS-PINValido
               ELSE
                   MOVE 'N' TO WS-PINValido
               END-IF
           ELSE
               MOVE SPACES TO WS-HashTexto
               MOVE WS-PINDigitado TO WS-HashTexto(1:4)
               CALL 'HashSenha' USING WS-HashTexto WS-ContaPINSal
                   WS-HashCalculado
               IF WS-HashCalculado = WS-ContaPINHash
                   MOVE 'Y' TO WS-PINValido
               ELSE
                   MOVE 'N' TO WS-PINValido
               END-IF
           END-IF.

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

       END PROGRAM RemessaInternacional.
