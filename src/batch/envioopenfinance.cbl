       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnvioOpenFinance.

      *****************************************************************
      *  EnvioOpenFinance.cbl - Envio diário dos dados compartilhados
      *  pelo Open Finance. Para cada consentimento ativo de
      *  openfinance_consentimentos.dat:
      *    - validade já passada: marca o consentimento como vencido
      *      e não gera nada;
      *    - em vigor: gera of_<consentimento>_<AAAAMMDD>.dat para a
      *      instituição receptora, com header/trailer de controle
      *      (soma = números de conta), só com os escopos autorizados:
      *        CAD  cadastro do cliente (clientes.dat);
      *        SAL  saldo e limite de cada conta de que é titular
      *             (contas.dat);
      *        MOV  lançamentos dessas contas desde o último envio
      *             (movimentacao.dat); o primeiro envio leva os
      *             dias do parâmetro OF-DIAS-EXTRATO (padrão 90);
      *        EMP  contratos de crédito ativos (emprestimos.dat).
      *  Consentimento revogado ou vencido não gera arquivo. Cada
      *  arquivo gerado e cada envio barrado vão para a trilha
      *  openfinance_envios.dat, e o arquivo entra no catálogo de
      *  remessas (tipo OFIN), cuja transmissão recusa o que perdeu
      *  o consentimento depois de gerado.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFConsFile ASSIGN TO 'openfinance_consentimentos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OFConsFileStatus.

           SELECT OFEnvioFile ASSIGN TO 'openfinance_envios.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OFEnvFileStatus.

           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

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

           SELECT EmprestimoFile ASSIGN TO 'emprestimos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EmprestStatus.

           SELECT OFDadosFile ASSIGN DYNAMIC WS-OFFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OFDadosFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  OFConsFile.
       COPY OFCONSREC.

       FD  OFEnvioFile.
       COPY OFENVREC.

       FD  ClienteFile.
       COPY CLIEREC.

       FD  ContaFile.
       COPY CONTAREC.

       FD  MovimentacaoFile.
       COPY MOVREC.

       FD  EmprestimoFile.
       COPY EMPRESTREC.

      * Arquivo para a instituição receptora: header e trailer
      * CTRLREC e um registro por item compartilhado, com o tipo de
      * dado nas quatro primeiras posições.
       FD  OFDadosFile.
       01  OFLinha                    PIC X(256).
       01  OFCadastro.
           05  OFCadTipo              PIC X(4).
           05  OFCadConta             PIC 9(7).
           05  OFCadClienteID         PIC 9(5).
           05  OFCadTipoPessoa        PIC X(1).
           05  OFCadDocumento         PIC X(14).
           05  OFCadNome              PIC A(50).
           05  OFCadEndereco          PIC A(100).
           05  OFCadTelefone          PIC X(15).
           05  OFCadEmail             PIC X(60).
       01  OFSaldo.
           05  OFSalTipo              PIC X(4).
           05  OFSalConta             PIC 9(7).
           05  OFSalAgencia           PIC 9(4).
           05  OFSalTipoConta         PIC X(1).
           05  OFSalMoeda             PIC X(3).
           05  OFSalSaldo             PIC S9(7)V99.
           05  OFSalLimite            PIC 9(7)V99.
           05  OFSalBloqueio          PIC 9(7)V99.
       01  OFMovimento.
           05  OFMovTipo              PIC X(4).
           05  OFMovConta             PIC 9(7).
           05  OFMovData              PIC 9(8).
           05  OFMovHora              PIC X(8).
           05  OFMovNatureza          PIC X(1).
           05  OFMovValor             PIC 9(7)V99.
           05  OFMovDescricao         PIC A(100).
       01  OFCredito.
           05  OFEmpTipo              PIC X(4).
           05  OFEmpConta             PIC 9(7).
           05  OFEmpContrato          PIC 9(5).
           05  OFEmpModalidade        PIC X(1).
           05  OFEmpPrincipal         PIC 9(7)V99.
           05  OFEmpTaxaMensal        PIC 9V9(4).
           05  OFEmpPrazoMeses        PIC 9(3).
           05  OFEmpValorParcela      PIC 9(7)V99.
           05  OFEmpParcelasPagas     PIC 9(3).
           05  OFEmpParcelasAtraso    PIC 9(3).
           05  OFEmpDataContratacao   PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY CTRLREC.
       01  WS-OFConsFileStatus    PIC XX.
       01  WS-OFEnvFileStatus     PIC XX.
       01  WS-ClienteFileStatus   PIC XX.
       01  WS-FileStatus          PIC XX.
       01  WS-MovFileStatus       PIC XX.
       01  WS-EmprestStatus       PIC XX.
       01  WS-OFDadosFileStatus   PIC XX.
       01  WS-OFFileName          PIC X(40).
       01  WS-DataRef             PIC 9(8) VALUE 0.
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-HoraAgora           PIC X(8) VALUE SPACES.
       01  WS-DiasExtrato         PIC 9(3) VALUE 90.
       01  WS-ExtratoDesde        PIC 9(8) VALUE 0.
       01  WS-MovDataOrd          PIC 9(8) VALUE 0.
       01  WS-ContaSel            PIC 9(7) VALUE 0.
      * Contas de que o cliente do consentimento é titular.
       01  WS-QtdeContas          PIC 9(2) VALUE 0.
       01  WS-ContasCliente.
           05  WS-ContaCliente    PIC 9(7) OCCURS 20 TIMES.
       01  WS-ContaIdx            PIC 9(2) VALUE 0.
      * Totais do arquivo e da rodada.
       01  WS-Registros           PIC 9(7) VALUE 0.
       01  WS-SomaControle        PIC 9(11)V99 VALUE 0.
       01  WS-ConsLidos           PIC 9(7) VALUE 0.
       01  WS-ArquivosGerados     PIC 9(7) VALUE 0.
       01  WS-Vencidos            PIC 9(7) VALUE 0.
       01  WS-Barrados            PIC 9(7) VALUE 0.
       01  WS-MotivoBarrado       PIC X(30).
       01  WS-RemEnvDestino       PIC X(20).

       01  WS-ParamNome           PIC X(20).
       01  WS-ParamDataRef        PIC 9(8) VALUE 0.
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.

       01  WS-AudPrograma         PIC X(20) VALUE 'EnvioOpenFinance'.
       01  WS-AudOperador         PIC X(10) VALUE 'BATCH'.
       01  WS-AudArquivo          PIC X(12) VALUE 'openfinance'.
       01  WS-AudChave            PIC 9(7) VALUE 0.
       01  WS-AudCampo            PIC X(20) VALUE 'Consentimento'.
       01  WS-AudAntes            PIC X(100).
       01  WS-AudDepois           PIC X(100).

       01  WS-RunPrograma         PIC X(20) VALUE 'EnvioOpenFinance'.
       01  WS-RunCompetencia      PIC 9(8) VALUE 0.
       01  WS-RunOperador         PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado       PIC X VALUE 'N'.

       01  WS-ExecPrograma        PIC X(20) VALUE 'EnvioOpenFinance'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos           PIC 9(7) VALUE 0.
       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HoraAgora

           DISPLAY 'Data do envio (AAAAMMDD, ENTER = hoje): '
           ACCEPT WS-DataRef
           IF WS-DataRef = 0
               MOVE WS-DataHojeOrd TO WS-DataRef
           END-IF

      *    Um envio por dia: a segunda rodada mandaria o mesmo
      *    extrato em duplicidade.
           MOVE WS-DataRef TO WS-RunCompetencia
           CALL 'ControleExecucao' USING WS-RunPrograma
               WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           IF WS-RunAutorizado NOT = 'S'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           MOVE WS-DataRef TO WS-ParamDataRef
           MOVE 'OF-DIAS-EXTRATO' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
                   AND WS-ParamValor < 1000
               MOVE WS-ParamValor TO WS-DiasExtrato
           END-IF

           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '35'
               OPEN OUTPUT ClienteFile
               CLOSE ClienteFile
               OPEN INPUT ClienteFile
           END-IF
           OPEN INPUT ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN INPUT ContaFile
           END-IF

           OPEN I-O OFConsFile
           IF WS-OFConsFileStatus = '00'
               PERFORM UNTIL WS-OFConsFileStatus = '10'
                   READ OFConsFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-ConsLidos
                           PERFORM TratarConsentimento
                   END-READ
               END-PERFORM
               CLOSE OFConsFile
           END-IF
           CLOSE ContaFile
           CLOSE ClienteFile

           MOVE WS-ConsLidos TO WS-ExecLidos
           MOVE WS-ArquivosGerados TO WS-ExecPostados
           COMPUTE WS-ExecRejeitados = WS-Vencidos + WS-Barrados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           DISPLAY 'Consentimentos lidos: ' WS-ConsLidos
           DISPLAY 'Arquivos gerados: ' WS-ArquivosGerados
           DISPLAY 'Consentimentos vencidos hoje: ' WS-Vencidos
           DISPLAY 'Envios barrados: ' WS-Barrados
           STOP RUN.

      * Revogado ou vencido antes fica de fora sem nova anotação; o
      * ativo que passou da validade é vencido agora e o envio do
      * dia fica registrado como barrado.
       TratarConsentimento.
           IF OFConsAtivo
               IF OFConsDataValidade < WS-DataRef
                   PERFORM VencerConsentimento
               ELSE
               IF OFConsUltimoEnvio >= WS-DataRef
                   CONTINUE
               ELSE
                   PERFORM GerarArquivoConsentimento
               END-IF
               END-IF
           END-IF.

       VencerConsentimento.
           ADD 1 TO WS-Vencidos
           MOVE 'V' TO OFConsSituacao
           MOVE WS-DataRef TO OFConsDataEncerramento
           REWRITE OFConsentimentoRecord
           MOVE OFConsID TO WS-AudChave
           MOVE 'ATIVO' TO WS-AudAntes
           MOVE SPACES TO WS-AudDepois
           STRING 'VENCIDO validade ' DELIMITED BY SIZE
                  OFConsDataValidade DELIMITED BY SIZE
               INTO WS-AudDepois
           CALL 'GravarAuditoria' USING WS-AudPrograma
               WS-AudOperador WS-AudArquivo WS-AudChave WS-AudCampo
               WS-AudAntes WS-AudDepois
           MOVE 'Consentimento vencido' TO WS-MotivoBarrado
           PERFORM RegistrarBarrado.

      * Cliente sem cadastro ativo não tem o que compartilhar: o
      * envio é barrado, o consentimento fica como está.
       GerarArquivoConsentimento.
           MOVE OFConsClienteID TO ClienteID
           READ ClienteFile
               INVALID KEY
                   MOVE 'Cliente não cadastrado' TO WS-MotivoBarrado
                   PERFORM RegistrarBarrado
               NOT INVALID KEY
                   IF ClienteFalecido OR ClienteInativo
                       MOVE 'Cliente inativo ou falecido'
                           TO WS-MotivoBarrado
                       PERFORM RegistrarBarrado
                   ELSE
                       PERFORM GravarArquivoDados
                   END-IF
           END-READ.

       GravarArquivoDados.
           MOVE SPACES TO WS-OFFileName
           STRING 'of_' DELIMITED BY SIZE
                  OFConsID DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-DataRef DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-OFFileName
           IF OFConsUltimoEnvio = 0
               COMPUTE WS-ExtratoDesde = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DataRef) -
                   WS-DiasExtrato)
           ELSE
               COMPUTE WS-ExtratoDesde = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(OFConsUltimoEnvio) + 1)
           END-IF
           MOVE 0 TO WS-Registros
           MOVE 0 TO WS-SomaControle

           OPEN OUTPUT OFDadosFile
           MOVE SPACES TO ControleRegistro
           MOVE 'H' TO CtrlTipo
           MOVE WS-DataRef TO CtrlData
           MOVE 1 TO CtrlSequencia
           MOVE 0 TO CtrlContagem
           MOVE 0 TO CtrlSoma
           WRITE OFLinha FROM ControleRegistro

           IF OFConsCompartCadastro
               PERFORM EscreverCadastro
           END-IF
           IF OFConsCompartSaldos OR OFConsCompartExtrato OR
                   OFConsCompartCredito
               PERFORM CarregarContasCliente
               PERFORM VARYING WS-ContaIdx FROM 1 BY 1
                       UNTIL WS-ContaIdx > WS-QtdeContas
                   MOVE WS-ContaCliente(WS-ContaIdx) TO WS-ContaSel
                   IF OFConsCompartSaldos
                       PERFORM EscreverSaldo
                   END-IF
                   IF OFConsCompartExtrato
                       PERFORM EscreverExtrato
                   END-IF
                   IF OFConsCompartCredito
                       PERFORM EscreverCredito
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO ControleRegistro
           MOVE 'T' TO CtrlTipo
           MOVE WS-DataRef TO CtrlData
           MOVE 1 TO CtrlSequencia
           MOVE WS-Registros TO CtrlContagem
           MOVE WS-SomaControle TO CtrlSoma
           WRITE OFLinha FROM ControleRegistro
           CLOSE OFDadosFile

      *    Catálogo de remessas enviadas: transmissão e confirmação
      *    da instituição acompanhadas pelo ControleRemessas.
           MOVE SPACES TO WS-RemEnvDestino
           STRING 'OPEN FINANCE ' DELIMITED BY SIZE
                  OFConsInstituicao DELIMITED BY SIZE
               INTO WS-RemEnvDestino
           CALL 'CatalogarRemessa' USING WS-OFFileName 'OFIN'
               WS-RemEnvDestino CtrlContagem CtrlSoma

           MOVE WS-DataRef TO OFConsUltimoEnvio
           REWRITE OFConsentimentoRecord
           ADD 1 TO WS-ArquivosGerados

           MOVE SPACES TO OFEnvioRecord
           MOVE 'G' TO OFEnvSituacao
           MOVE WS-OFFileName TO OFEnvArquivo
           MOVE WS-Registros TO OFEnvRegistros
           PERFORM GravarTrilhaEnvio.

       RegistrarBarrado.
           ADD 1 TO WS-Barrados
           MOVE SPACES TO OFEnvioRecord
           MOVE 'B' TO OFEnvSituacao
           MOVE 0 TO OFEnvRegistros
           MOVE WS-MotivoBarrado TO OFEnvMotivo
           PERFORM GravarTrilhaEnvio.

       GravarTrilhaEnvio.
           MOVE OFConsID TO OFEnvConsID
           MOVE OFConsClienteID TO OFEnvClienteID
           MOVE OFConsInstituicao TO OFEnvInstituicao
           MOVE WS-DataRef TO OFEnvData
           MOVE WS-HoraAgora TO OFEnvHora
           MOVE OFConsEscopos TO OFEnvEscopos
           MOVE 'BATCH' TO OFEnvOperador
           OPEN EXTEND OFEnvioFile
           IF WS-OFEnvFileStatus = '35'
               OPEN OUTPUT OFEnvioFile
           END-IF
           WRITE OFEnvioRecord
           CLOSE OFEnvioFile.

       EscreverCadastro.
           MOVE SPACES TO OFCadastro
           MOVE 'CAD ' TO OFCadTipo
           MOVE 0 TO OFCadConta
           MOVE ClienteID TO OFCadClienteID
           IF ClientePessoaJuridica
               MOVE 'J' TO OFCadTipoPessoa
               MOVE ClienteCNPJ TO OFCadDocumento
           ELSE
               MOVE 'F' TO OFCadTipoPessoa
               MOVE ClienteCPF TO OFCadDocumento
           END-IF
           MOVE ClienteNome TO OFCadNome
           MOVE ClienteEndereco TO OFCadEndereco
           MOVE ClienteTelefone TO OFCadTelefone
           MOVE ClienteEmail TO OFCadEmail
           WRITE OFCadastro
           ADD 1 TO WS-Registros.

      * Só as contas de que o cliente é titular: a do cotitular é
      * compartilhada pelo consentimento do titular.
       CarregarContasCliente.
           MOVE 0 TO WS-QtdeContas
           MOVE 0 TO ContaNumero
           START ContaFile KEY >= ContaNumero
               INVALID KEY
                   MOVE '10' TO WS-FileStatus
           END-START
           PERFORM UNTIL WS-FileStatus = '10'
               READ ContaFile NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ContaClienteID = OFConsClienteID AND
                               NOT ContaEncerrada AND
                               WS-QtdeContas < 20
                           ADD 1 TO WS-QtdeContas
                           MOVE ContaNumero
                               TO WS-ContaCliente(WS-QtdeContas)
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO WS-FileStatus.

       EscreverSaldo.
           MOVE WS-ContaSel TO ContaNumero
           READ ContaFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO OFSaldo
                   MOVE 'SAL ' TO OFSalTipo
                   MOVE ContaNumero TO OFSalConta
                   MOVE ContaAgencia TO OFSalAgencia
                   MOVE ContaTipo TO OFSalTipoConta
                   MOVE ContaMoeda TO OFSalMoeda
                   IF OFSalMoeda = SPACES
                       MOVE 'BRL' TO OFSalMoeda
                   END-IF
                   MOVE ContaSaldo TO OFSalSaldo
                   MOVE ContaLimite TO OFSalLimite
                   COMPUTE OFSalBloqueio = ContaBloqueio +
                       ContaBloqueioDeposito
                   WRITE OFSaldo
                   ADD 1 TO WS-Registros
                   ADD ContaNumero TO WS-SomaControle
           END-READ.

      * O on-line é indexado por conta+data: posiciona na conta e
      * no início do período e para no fim dele.
       EscreverExtrato.
           OPEN INPUT MovimentacaoFile
           IF WS-MovFileStatus = '00'
               MOVE WS-ContaSel TO MovimentacaoContaNumero
               MOVE SPACES TO MovimentacaoData
               MOVE WS-ExtratoDesde TO MovimentacaoData(1:8)
               MOVE 0 TO MovimentacaoProtocolo
               MOVE 0 TO MovimentacaoSeqReg
               START MovimentacaoFile KEY >= MovimentacaoChave
                   INVALID KEY
                       MOVE '10' TO WS-MovFileStatus
               END-START
               PERFORM UNTIL WS-MovFileStatus = '10'
                   READ MovimentacaoFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE MovimentacaoData(1:8)
                               TO WS-MovDataOrd
                           IF MovimentacaoContaNumero NOT =
                                   WS-ContaSel OR
                                   WS-MovDataOrd > WS-DataRef
                               EXIT PERFORM
                           END-IF
                           PERFORM EscreverLancamento
                   END-READ
               END-PERFORM
               CLOSE MovimentacaoFile
           END-IF.

       EscreverLancamento.
           MOVE SPACES TO OFMovimento
           MOVE 'MOV ' TO OFMovTipo
           MOVE MovimentacaoContaNumero TO OFMovConta
           MOVE WS-MovDataOrd TO OFMovData
           MOVE MovimentacaoHora TO OFMovHora
           MOVE MovimentacaoTipo TO OFMovNatureza
           MOVE MovimentacaoValor TO OFMovValor
           MOVE MovimentacaoDescricao TO OFMovDescricao
           WRITE OFMovimento
           ADD 1 TO WS-Registros
           ADD MovimentacaoContaNumero TO WS-SomaControle.

       EscreverCredito.
           OPEN INPUT EmprestimoFile
           IF WS-EmprestStatus = '00'
               PERFORM UNTIL WS-EmprestStatus = '10'
                   READ EmprestimoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EmprestimoContaNumero = WS-ContaSel AND
                                   EmprestimoAtivo
                               PERFORM EscreverContrato
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmprestimoFile
           END-IF.

       EscreverContrato.
           MOVE SPACES TO OFCredito
           MOVE 'EMP ' TO OFEmpTipo
           MOVE EmprestimoContaNumero TO OFEmpConta
           MOVE EmprestimoID TO OFEmpContrato
           MOVE EmprestimoModalidade TO OFEmpModalidade
           MOVE EmprestimoValorPrincipal TO OFEmpPrincipal
           MOVE EmprestimoTaxaMensal TO OFEmpTaxaMensal
           MOVE EmprestimoPrazoMeses TO OFEmpPrazoMeses
           MOVE EmprestimoValorParcela TO OFEmpValorParcela
           MOVE EmprestimoParcelasPagas TO OFEmpParcelasPagas
           MOVE EmprestimoParcelasAtraso TO OFEmpParcelasAtraso
           MOVE EmprestimoDataContratacao TO OFEmpDataContratacao
           WRITE OFCredito
           ADD 1 TO WS-Registros
           ADD EmprestimoContaNumero TO WS-SomaControle.

       END PROGRAM EnvioOpenFinance.
