       IDENTIFICATION DIVISION.
       PROGRAM-ID. MensagensCambio.

      *****************************************************************
      *  MensagensCambio.cbl - Saída diária dos contratos de câmbio
      *  das remessas internacionais (contratos_cambio.dat). Para os
      *  contratos liquidados até a data de referência gera:
      *    - swift_<AAAAMMDD>.dat, as mensagens de ordem de
      *      pagamento ao correspondente no exterior, uma por
      *      contrato de saída ainda sem mensagem;
      *    - cambio_bc_<AAAAMMDD>.dat, o registro das operações de
      *      câmbio no Banco Central, um por contrato de saída ou de
      *      entrada ainda não registrado.
      *  Os dois arquivos têm header/trailer de controle (soma = o
      *  valor em moeda estrangeira nas mensagens, o contravalor em
      *  reais no registro) e entram no catálogo de remessas (SWFT e
      *  RCAM). Contrato barrado pela lista restritiva não sai. A
      *  data de cada envio fica marcada no contrato.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContratoFile ASSIGN TO 'contratos_cambio.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ContratoStatus.

           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

           SELECT SwiftFile ASSIGN DYNAMIC WS-SwiftFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SwiftFileStatus.

           SELECT RegistroBCFile ASSIGN DYNAMIC WS-RegBCFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RegBCFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContratoFile.
       COPY CONTCAMREC.

       FD  ClienteFile.
       COPY CLIEREC.

      * Ordem de pagamento ao correspondente: referência do
      * contrato, data-valor, moeda e valor, ordenante, banco, conta
      * e nome do beneficiário e a natureza como informação ao
      * beneficiário. Despesas por conta do ordenante (OUR).
       FD  SwiftFile.
       01  SwiftLinha                 PIC X(250).
       01  SwiftMensagem.
           05  SwfReferencia          PIC 9(7).
           05  SwfDataValor           PIC 9(8).
           05  SwfMoeda               PIC X(3).
           05  SwfValor               PIC 9(7)V99.
           05  SwfOrdenanteConta      PIC 9(7).
           05  SwfOrdenanteNome       PIC A(50).
           05  SwfBancoBIC            PIC X(11).
           05  SwfBenefConta          PIC X(34).
           05  SwfBenefNome           PIC A(50).
           05  SwfBenefPais           PIC X(2).
           05  SwfNatureza            PIC X(5).
           05  SwfDespesas            PIC X(3).

      * Registro da operação de câmbio no BC: contrato, data,
      * compra ou venda de moeda pelo banco, natureza, moeda, valor,
      * taxa, contravalor, documento do cliente e contraparte.
       FD  RegistroBCFile.
       01  RegBCLinha                 PIC X(250).
       01  RegBCOperacao.
           05  RegBCContrato          PIC 9(7).
           05  RegBCData              PIC 9(8).
           05  RegBCTipo              PIC X(1).
      *        'V' venda de moeda pelo banco (saída), 'C' compra
      *        (entrada).
           05  RegBCNatureza          PIC X(5).
           05  RegBCMoeda             PIC X(3).
           05  RegBCValorME           PIC 9(7)V99.
           05  RegBCTaxa              PIC 9(3)V9(4).
           05  RegBCValorBRL          PIC 9(7)V99.
           05  RegBCTipoPessoa        PIC X(1).
           05  RegBCDocumento         PIC X(14).
           05  RegBCClienteNome       PIC A(50).
           05  RegBCContraparte       PIC A(50).
           05  RegBCPais              PIC X(2).

       WORKING-STORAGE SECTION.
       COPY CTRLREC.
       01  WS-ContratoStatus      PIC XX.
       01  WS-ClienteFileStatus   PIC XX.
       01  WS-SwiftFileStatus     PIC XX.
       01  WS-RegBCFileStatus     PIC XX.
       01  WS-SwiftFileName       PIC X(40).
       01  WS-RegBCFileName       PIC X(40).
       01  WS-DataRef             PIC 9(8) VALUE 0.
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-Alterado            PIC X VALUE 'N'.
       01  WS-ContratosLidos      PIC 9(7) VALUE 0.
       01  WS-Barrados            PIC 9(7) VALUE 0.
       01  WS-QtdeMensagens       PIC 9(7) VALUE 0.
       01  WS-SomaMensagens       PIC 9(11)V99 VALUE 0.
       01  WS-QtdeRegistros       PIC 9(7) VALUE 0.
       01  WS-SomaRegistros       PIC 9(11)V99 VALUE 0.

       01  WS-RunPrograma         PIC X(20) VALUE 'MensagensCambio'.
       01  WS-RunCompetencia      PIC 9(8) VALUE 0.
       01  WS-RunOperador         PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado       PIC X VALUE 'N'.

       01  WS-ExecPrograma        PIC X(20) VALUE 'MensagensCambio'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos           PIC 9(7) VALUE 0.
       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd

           DISPLAY 'Data de referência (AAAAMMDD, ENTER = hoje): '
           ACCEPT WS-DataRef
           IF WS-DataRef = 0
               MOVE WS-DataHojeOrd TO WS-DataRef
           END-IF

      *    Uma saída por dia: os arquivos do dia levam o nome da
      *    data e a segunda rodada os sobrescreveria.
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

           STRING 'swift_' DELIMITED BY SIZE
                  WS-DataRef DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-SwiftFileName
           STRING 'cambio_bc_' DELIMITED BY SIZE
                  WS-DataRef DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-RegBCFileName

           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '35'
               OPEN OUTPUT ClienteFile
               CLOSE ClienteFile
               OPEN INPUT ClienteFile
           END-IF

           OPEN OUTPUT SwiftFile
           OPEN OUTPUT RegistroBCFile
           MOVE SPACES TO ControleRegistro
           MOVE 'H' TO CtrlTipo
           MOVE WS-DataRef TO CtrlData
           MOVE 1 TO CtrlSequencia
           MOVE 0 TO CtrlContagem
           MOVE 0 TO CtrlSoma
           WRITE SwiftLinha FROM ControleRegistro
           WRITE RegBCLinha FROM ControleRegistro

           OPEN I-O ContratoFile
           IF WS-ContratoStatus = '00'
               PERFORM UNTIL WS-ContratoStatus = '10'
                   READ ContratoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-ContratosLidos
                           PERFORM TratarContrato
                   END-READ
               END-PERFORM
               CLOSE ContratoFile
           END-IF

           MOVE SPACES TO ControleRegistro
           MOVE 'T' TO CtrlTipo
           MOVE WS-DataRef TO CtrlData
           MOVE 1 TO CtrlSequencia
           MOVE WS-QtdeMensagens TO CtrlContagem
           MOVE WS-SomaMensagens TO CtrlSoma
           WRITE SwiftLinha FROM ControleRegistro
           CLOSE SwiftFile
      *    Catálogo de remessas enviadas: transmissão e confirmação
      *    do destino acompanhadas pelo ControleRemessas.
           CALL 'CatalogarRemessa' USING WS-SwiftFileName 'SWFT'
               'CORRESPONDENTE EXT  ' CtrlContagem CtrlSoma

           MOVE SPACES TO ControleRegistro
           MOVE 'T' TO CtrlTipo
           MOVE WS-DataRef TO CtrlData
           MOVE 1 TO CtrlSequencia
           MOVE WS-QtdeRegistros TO CtrlContagem
           MOVE WS-SomaRegistros TO CtrlSoma
           WRITE RegBCLinha FROM ControleRegistro
           CLOSE RegistroBCFile
           CALL 'CatalogarRemessa' USING WS-RegBCFileName 'RCAM'
               'BACEN CAMBIO        ' CtrlContagem CtrlSoma
           CLOSE ClienteFile

           MOVE WS-ContratosLidos TO WS-ExecLidos
           COMPUTE WS-ExecPostados =
               WS-QtdeMensagens + WS-QtdeRegistros
           MOVE WS-Barrados TO WS-ExecRejeitados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           DISPLAY 'Mensagens ao correspondente: ' WS-QtdeMensagens
           DISPLAY 'Operações registradas no BC: ' WS-QtdeRegistros
           DISPLAY 'Contratos barrados (não enviados): ' WS-Barrados
           DISPLAY 'Arquivos: ' WS-SwiftFileName
           DISPLAY '          ' WS-RegBCFileName
           STOP RUN.

       TratarContrato.
           IF ContCamBarrado
               IF ContCamData = WS-DataRef
                   ADD 1 TO WS-Barrados
               END-IF
           ELSE
           IF ContCamLiquidado AND ContCamData <= WS-DataRef
               MOVE 'N' TO WS-Alterado
               IF ContCamSaida AND ContCamDataMensagem = 0
                   PERFORM EscreverMensagem
                   MOVE WS-DataRef TO ContCamDataMensagem
                   MOVE 'S' TO WS-Alterado
               END-IF
               IF ContCamDataRegistroBC = 0
                   PERFORM EscreverRegistroBC
                   MOVE WS-DataRef TO ContCamDataRegistroBC
                   MOVE 'S' TO WS-Alterado
               END-IF
               IF WS-Alterado = 'S'
                   REWRITE ContratoCambioRecord
               END-IF
           END-IF
           END-IF.

       LerCliente.
           MOVE ContCamClienteID TO ClienteID
           READ ClienteFile
               INVALID KEY
                   MOVE SPACES TO ClienteNome
                   MOVE SPACES TO ClienteCPF
                   MOVE SPACES TO ClienteCNPJ
                   MOVE 'F' TO ClienteTipoPessoa
           END-READ.

       EscreverMensagem.
           PERFORM LerCliente
           MOVE SPACES TO SwiftMensagem
           MOVE ContCamNumero TO SwfReferencia
           MOVE ContCamData TO SwfDataValor
           MOVE ContCamMoeda TO SwfMoeda
           MOVE ContCamValorME TO SwfValor
           MOVE ContCamContaNumero TO SwfOrdenanteConta
           MOVE ClienteNome TO SwfOrdenanteNome
           MOVE ContCamBancoBIC TO SwfBancoBIC
           MOVE ContCamContaExterior TO SwfBenefConta
           MOVE ContCamContraparte TO SwfBenefNome
           MOVE ContCamPais TO SwfBenefPais
           MOVE ContCamNatureza TO SwfNatureza
           MOVE 'OUR' TO SwfDespesas
           WRITE SwiftMensagem
           ADD 1 TO WS-QtdeMensagens
           ADD ContCamValorME TO WS-SomaMensagens.

       EscreverRegistroBC.
           PERFORM LerCliente
           MOVE SPACES TO RegBCOperacao
           MOVE ContCamNumero TO RegBCContrato
           MOVE ContCamData TO RegBCData
           IF ContCamSaida
               MOVE 'V' TO RegBCTipo
           ELSE
               MOVE 'C' TO RegBCTipo
           END-IF
           MOVE ContCamNatureza TO RegBCNatureza
           MOVE ContCamMoeda TO RegBCMoeda
           MOVE ContCamValorME TO RegBCValorME
           MOVE ContCamTaxaAplicada TO RegBCTaxa
           MOVE ContCamValorBRL TO RegBCValorBRL
           IF ClientePessoaJuridica
               MOVE 'J' TO RegBCTipoPessoa
               MOVE ClienteCNPJ TO RegBCDocumento
           ELSE
               MOVE 'F' TO RegBCTipoPessoa
               MOVE ClienteCPF TO RegBCDocumento
           END-IF
           MOVE ClienteNome TO RegBCClienteNome
           MOVE ContCamContraparte TO RegBCContraparte
           MOVE ContCamPais TO RegBCPais
           WRITE RegBCOperacao
           ADD 1 TO WS-QtdeRegistros
           ADD ContCamValorBRL TO WS-SomaRegistros.

       END PROGRAM MensagensCambio.
