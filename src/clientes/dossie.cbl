       IDENTIFICATION DIVISION.
       PROGRAM-ID. DossieCliente.

      *****************************************************************
      *  DossieCliente.cbl - Dossiê documental do cliente. Registra
      *  os documentos entregues (documentos.dat) com tipo, número,
      *  órgão emissor, emissão, validade e local de guarda, e mostra
      *  o dossiê com a situação de cada documento e a conferência
      *  da regra de obrigatórios do tipo de cliente (sub-rotina
      *  VerificarDossie). Documento sem validade impressa recebe a
      *  emissão mais o prazo de aceitação do tipo (comprovantes de
      *  residência, renda e faturamento valem 12 meses, identidade
      *  10 anos); a procuração exige a validade do instrumento. A
      *  entrega de um documento do mesmo tipo substitui o vigente,
      *  e toda entrega vai para a trilha de auditoria.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

           SELECT DocumentoFile ASSIGN TO 'documentos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DocFileStatus.

           SELECT SessaoFile ASSIGN TO 'sessao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
       COPY CLIEREC.

       FD  DocumentoFile.
       COPY DOCREC.

       FD  SessaoFile.
       01  SessaoRecord.
           05  SessaoOperadorID       PIC X(10).
           05  SessaoPerfil           PIC X(1).
           05  SessaoLimite           PIC 9(7)V99.
           05  SessaoTreinamento      PIC X(1).
           05  SessaoAgencia          PIC 9(4).
           05  SessaoData             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-ClienteFileStatus PIC XX.
       01  WS-DocFileStatus     PIC XX.
       01  WS-SessaoStatus      PIC XX.
       01  WS-Opcao             PIC X VALUE ' '.
       01  WS-OperadorID        PIC X(10) VALUE SPACES.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-ClienteSel        PIC 9(5) VALUE 0.
       01  WS-Achado            PIC X VALUE 'N'.
       01  WS-NomeCliente       PIC A(50).
       01  WS-TipoPessoa        PIC X VALUE ' '.
      * Tipos de documento aceitos no dossiê e prazo de aceitação
      * em meses para o documento sem validade impressa (000 = não
      * vence; 999 = a validade tem de ser informada).
       01  WS-TiposDocumento.
           05  FILLER           PIC X(34)
               VALUE 'IDENIdentidade (RG/CNH)'.
           05  FILLER           PIC 9(3) VALUE 120.
           05  FILLER           PIC X(34)
               VALUE 'CPF Comprovante de CPF'.
           05  FILLER           PIC 9(3) VALUE 0.
           05  FILLER           PIC X(34)
               VALUE 'CRESComprovante de endereço'.
           05  FILLER           PIC 9(3) VALUE 12.
           05  FILLER           PIC X(34)
               VALUE 'CRENComprovante de renda'.
           05  FILLER           PIC 9(3) VALUE 12.
           05  FILLER           PIC X(34)
               VALUE 'CNASCertidão de nascimento'.
           05  FILLER           PIC 9(3) VALUE 0.
           05  FILLER           PIC X(34)
               VALUE 'CSOCContrato social/estatuto'.
           05  FILLER           PIC 9(3) VALUE 0.
           05  FILLER           PIC X(34)
               VALUE 'CCNPComprovante de CNPJ'.
           05  FILLER           PIC 9(3) VALUE 12.
           05  FILLER           PIC X(34)
               VALUE 'FATUDeclaração de faturamento'.
           05  FILLER           PIC 9(3) VALUE 12.
           05  FILLER           PIC X(34)
               VALUE 'PROCProcuração'.
           05  FILLER           PIC 9(3) VALUE 999.
       01  WS-TiposTab REDEFINES WS-TiposDocumento.
           05  WS-TipoDocumento OCCURS 9 TIMES.
               10  WS-TipoCodigo    PIC X(4).
               10  WS-TipoNome      PIC X(30).
               10  WS-TipoPrazo     PIC 9(3).
       01  WS-TipoIdx           PIC 9 VALUE 0.
       01  WS-TipoEscolha       PIC X VALUE ' '.
       01  WS-DocNumero         PIC X(20) VALUE SPACES.
       01  WS-DocOrgao          PIC X(10) VALUE SPACES.
       01  WS-DocEmissao        PIC 9(8) VALUE 0.
       01  WS-DocValidade       PIC 9(8) VALUE 0.
       01  WS-DocLocal          PIC X(30) VALUE SPACES.
       01  WS-DocValido         PIC X VALUE 'N'.
       01  WS-NumeroAnterior    PIC X(20) VALUE SPACES.
       01  WS-Substituidos      PIC 9(3) VALUE 0.
       01  WS-Listados          PIC 9(3) VALUE 0.
       01  WS-SituacaoTexto     PIC X(10) VALUE SPACES.
       01  WS-AnoMes            PIC 9(6) VALUE 0.
       01  WS-DataCalc.
           05  WS-AnoCalc       PIC 9(4).
           05  WS-MesCalc       PIC 9(2).
           05  WS-DiaCalc       PIC 9(2).
       01  WS-DataCalcNum REDEFINES WS-DataCalc PIC 9(8).
       01  WS-DossieSituacao    PIC X VALUE ' '.
       01  WS-DossiePendentes   PIC X(40) VALUE SPACES.
       01  WS-AudPrograma       PIC X(20) VALUE 'DossieCliente'.
       01  WS-AudArquivo        PIC X(12) VALUE 'documentos'.
       01  WS-AudChave          PIC 9(7) VALUE 0.
       01  WS-AudCampo          PIC X(20).
       01  WS-AudAntes          PIC X(100).
       01  WS-AudDepois         PIC X(100).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           PERFORM LerSessaoOperador
           IF WS-OperadorID = SPACES
               DISPLAY 'Operador não identificado: faça o login.'
               GOBACK
           END-IF

           DISPLAY 'Dossiê documental do cliente'
           DISPLAY '----------------------------'
           DISPLAY 'ID do cliente: '
           ACCEPT WS-ClienteSel
           PERFORM LocalizarCliente
           IF WS-Achado = 'N'
               DISPLAY 'Cliente não encontrado!'
               GOBACK
           END-IF
           IF WS-TipoPessoa = 'J'
               DISPLAY 'Razão social: ' WS-NomeCliente
           ELSE
               DISPLAY 'Cliente: ' WS-NomeCliente
           END-IF

           DISPLAY '[C]onsultar dossiê, [E]ntrega de documento: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

           EVALUATE WS-Opcao
               WHEN 'C'
                   PERFORM ConsultarDossie
               WHEN 'E'
                   PERFORM RegistrarEntrega
               WHEN OTHER
                   DISPLAY 'Opção inválida.'
           END-EVALUATE
           GOBACK.

      * Sessão do menu de caixa: identificação do operador vem de
      * sessao.dat, gravada no login do dia.
       LerSessaoOperador.
           OPEN INPUT SessaoFile
           IF WS-SessaoStatus = '00'
               READ SessaoFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SessaoData = WS-DataHojeOrd
                           MOVE SessaoOperadorID TO WS-OperadorID
                       END-IF
               END-READ
               CLOSE SessaoFile
           END-IF.

       LocalizarCliente.
           MOVE 'N' TO WS-Achado
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '00'
               MOVE WS-ClienteSel TO ClienteID
               READ ClienteFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Achado
                       MOVE ClienteNome TO WS-NomeCliente
                       IF ClientePessoaJuridica
                           MOVE 'J' TO WS-TipoPessoa
                       ELSE
                           MOVE 'F' TO WS-TipoPessoa
                       END-IF
               END-READ
               CLOSE ClienteFile
           END-IF.

       ConsultarDossie.
           MOVE 0 TO WS-Listados
           OPEN INPUT DocumentoFile
           IF WS-DocFileStatus = '00'
               PERFORM UNTIL WS-DocFileStatus = '10'
                   READ DocumentoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF DocClienteID = WS-ClienteSel AND
                                   DocVigente
                               PERFORM ExibirDocumento
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DocumentoFile
           END-IF
           IF WS-Listados = 0
               DISPLAY 'Nenhum documento entregue.'
           END-IF
           PERFORM ExibirSituacaoDossie.

       ExibirDocumento.
           ADD 1 TO WS-Listados
           IF DocDataValidade < WS-DataHojeOrd
               MOVE 'VENCIDO' TO WS-SituacaoTexto
           ELSE
               MOVE 'válido' TO WS-SituacaoTexto
           END-IF
           DISPLAY DocTipo ' ' DocNumero ' ' DocOrgaoEmissor
               ' emissão ' DocDataEmissao
           IF DocDataValidade = 99991231
               DISPLAY '     sem vencimento, guarda: ' DocLocalGuarda
           ELSE
               DISPLAY '     validade ' DocDataValidade ' '
                   WS-SituacaoTexto ', guarda: ' DocLocalGuarda
           END-IF.

       ExibirSituacaoDossie.
           CALL 'VerificarDossie' USING WS-ClienteSel
               WS-DossieSituacao WS-DossiePendentes
           IF WS-DossieSituacao = 'C'
               DISPLAY 'Dossiê completo.'
           ELSE
               DISPLAY 'Dossiê incompleto. ' WS-DossiePendentes
           END-IF.

       RegistrarEntrega.
           PERFORM VARYING WS-TipoIdx FROM 1 BY 1 UNTIL WS-TipoIdx > 9
               DISPLAY '  ' WS-TipoIdx ' - ' WS-TipoCodigo(WS-TipoIdx)
                   ' ' WS-TipoNome(WS-TipoIdx)
           END-PERFORM
           DISPLAY 'Tipo de documento (1-9): '
           ACCEPT WS-TipoEscolha
           IF WS-TipoEscolha < '1' OR WS-TipoEscolha > '9'
               DISPLAY 'Tipo inválido.'
           ELSE
               MOVE WS-TipoEscolha TO WS-TipoIdx
               DISPLAY 'Número do documento: '
               ACCEPT WS-DocNumero
               DISPLAY 'Órgão emissor: '
               ACCEPT WS-DocOrgao
               DISPLAY 'Data de emissão (AAAAMMDD): '
               ACCEPT WS-DocEmissao
               DISPLAY 'Validade (AAAAMMDD, 0 = sem validade'
               DISPLAY 'impressa): '
               ACCEPT WS-DocValidade
               DISPLAY 'Local de guarda (pasta, arquivo, digital): '
               ACCEPT WS-DocLocal
               PERFORM ValidarDocumento
               IF WS-DocValido = 'S'
                   PERFORM SubstituirVigente
                   PERFORM GravarDocumento
                   PERFORM ExibirSituacaoDossie
               END-IF
           END-IF.

       ValidarDocumento.
           MOVE 'N' TO WS-DocValido
           IF WS-DocNumero = SPACES OR WS-DocLocal = SPACES
               DISPLAY 'Número e local de guarda são obrigatórios.'
           ELSE
           IF WS-DocEmissao = 0 OR WS-DocEmissao > WS-DataHojeOrd OR
                   FUNCTION TEST-DATE-YYYYMMDD(WS-DocEmissao) NOT = 0
               DISPLAY 'Data de emissão inválida.'
           ELSE
           IF WS-DocValidade = 0 AND WS-TipoPrazo(WS-TipoIdx) = 999
               DISPLAY 'Informe a validade do instrumento.'
           ELSE
               IF WS-DocValidade = 0
                   PERFORM CalcularValidadePadrao
               END-IF
               IF WS-DocValidade < WS-DataHojeOrd
                   DISPLAY 'Documento já vencido em ' WS-DocValidade
                       '; não é aceito no dossiê.'
               ELSE
                   MOVE 'S' TO WS-DocValido
               END-IF
           END-IF
           END-IF
           END-IF.

      * Emissão mais o prazo de aceitação do tipo, em meses; o dia
      * que não existe no mês de destino recua para o último dia.
       CalcularValidadePadrao.
           IF WS-TipoPrazo(WS-TipoIdx) = 0
               MOVE 99991231 TO WS-DocValidade
           ELSE
               MOVE WS-DocEmissao TO WS-DataCalcNum
               COMPUTE WS-AnoMes = WS-AnoCalc * 12 + WS-MesCalc - 1
                   + WS-TipoPrazo(WS-TipoIdx)
               COMPUTE WS-AnoCalc = WS-AnoMes / 12
               COMPUTE WS-MesCalc =
                   WS-AnoMes - WS-AnoCalc * 12 + 1
               PERFORM UNTIL
                       FUNCTION TEST-DATE-YYYYMMDD(WS-DataCalcNum) = 0
                   SUBTRACT 1 FROM WS-DiaCalc
               END-PERFORM
               MOVE WS-DataCalcNum TO WS-DocValidade
           END-IF.

      * O documento vigente do mesmo tipo passa a substituído.
       SubstituirVigente.
           MOVE 0 TO WS-Substituidos
           MOVE SPACES TO WS-NumeroAnterior
           OPEN I-O DocumentoFile
           IF WS-DocFileStatus = '00'
               PERFORM UNTIL WS-DocFileStatus = '10'
                   READ DocumentoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF DocClienteID = WS-ClienteSel AND
                                   DocTipo =
                                   WS-TipoCodigo(WS-TipoIdx) AND
                                   DocVigente
                               MOVE DocNumero TO WS-NumeroAnterior
                               MOVE 'S' TO DocSituacao
                               REWRITE DocumentoRecord
                               ADD 1 TO WS-Substituidos
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DocumentoFile
           END-IF.

       GravarDocumento.
           MOVE WS-ClienteSel TO DocClienteID
           MOVE WS-TipoCodigo(WS-TipoIdx) TO DocTipo
           MOVE WS-DocNumero TO DocNumero
           MOVE WS-DocOrgao TO DocOrgaoEmissor
           MOVE WS-DocEmissao TO DocDataEmissao
           MOVE WS-DocValidade TO DocDataValidade
           MOVE WS-DocLocal TO DocLocalGuarda
           MOVE 'A' TO DocSituacao
           MOVE WS-DataHojeOrd TO DocDataRegistro
           MOVE WS-OperadorID TO DocOperador
           MOVE 0 TO DocDataAviso
           OPEN EXTEND DocumentoFile
           IF WS-DocFileStatus = '35'
               OPEN OUTPUT DocumentoFile
           END-IF
           WRITE DocumentoRecord
           CLOSE DocumentoFile

           MOVE WS-ClienteSel TO WS-AudChave
           MOVE SPACES TO WS-AudCampo
           STRING 'Documento ' DELIMITED BY SIZE
                  WS-TipoCodigo(WS-TipoIdx) DELIMITED BY SIZE
               INTO WS-AudCampo
           MOVE WS-NumeroAnterior TO WS-AudAntes
           MOVE SPACES TO WS-AudDepois
           STRING WS-DocNumero DELIMITED BY SPACE
                  ' validade ' DELIMITED BY SIZE
                  WS-DocValidade DELIMITED BY SIZE
                  ' guarda ' DELIMITED BY SIZE
                  WS-DocLocal DELIMITED BY SIZE
               INTO WS-AudDepois
           CALL 'GravarAuditoria' USING WS-AudPrograma
               WS-OperadorID WS-AudArquivo WS-AudChave WS-AudCampo
               WS-AudAntes WS-AudDepois

           IF WS-Substituidos > 0
               DISPLAY 'Documento registrado; o anterior ('
                   WS-NumeroAnterior ') foi substituído.'
           ELSE
               DISPLAY 'Documento registrado.'
           END-IF
           IF WS-DocValidade NOT = 99991231
               DISPLAY 'Validade: ' WS-DocValidade
           END-IF.

       END PROGRAM DossieCliente.
