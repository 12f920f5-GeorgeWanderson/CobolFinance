       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcertoCorrespondente.

      *****************************************************************
      *  AcertoCorrespondente.cbl - Processamento diário da captura
      *  da rede de correspondentes (captura_correspondentes.dat).
      *  Cada transação capturada no ponto (depósito, saque ou
      *  pagamento de boleto) é postada na conta do cliente pelo
      *  canal CORRESP; ao final, o acerto líquido de cada
      *  correspondente (saques pagos + comissões - depósitos
      *  recebidos) é lançado na sua conta de acerto e gravado em
      *  comissoes_correspondentes.dat para o relatório mensal.
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

           SELECT CapturaFile ASSIGN TO 'captura_correspondentes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CapFileStatus.

           SELECT CorrespondenteFile ASSIGN TO 'correspondentes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CorrFileStatus.

           SELECT ComissaoFile ASSIGN TO 'comissoes_correspondentes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ComFileStatus.

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

       FD  CapturaFile.
       COPY CTRLREC.
       01  CapturaRecord.
           05  CorrCapCodigo          PIC 9(5).
           05  CorrCapData            PIC 9(8).
           05  CorrCapHora            PIC X(6).
           05  CorrCapTipo            PIC X(1).
               88  CorrCapDeposito        VALUE 'D'.
               88  CorrCapSaque           VALUE 'S'.
               88  CorrCapBoleto          VALUE 'B'.
           05  CorrCapConta           PIC 9(7).
           05  CorrCapValor           PIC 9(7)V99.
      *        NSU atribuído pelo terminal do correspondente.
           05  CorrCapNSU             PIC 9(10).
      *        Linha digitável do boleto pago (tipo 'B').
           05  CorrCapCodigoBarras    PIC X(47).

       FD  CorrespondenteFile.
       COPY CORRESPREC.

       FD  ComissaoFile.
       COPY COMCORRREC.

       FD  ProtocoloSeqFile.
       01  ProtocoloSeqRecord.
           05  SeqUltimoProtocolo     PIC 9(10).

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-MovFileStatus       PIC XX.
       01  WS-CapFileStatus       PIC XX.
       01  WS-CorrFileStatus      PIC XX.
       01  WS-ComFileStatus       PIC XX.
       01  WS-ProtSeqFileStatus   PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-Protocolo           PIC 9(10) VALUE 0.
       01  WS-MovGravado          PIC X VALUE 'N'.
       01  WS-MovData             PIC X(10).
       01  WS-MovHora             PIC X(8).
       01  WS-MovDescricao        PIC A(100).
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeNum         PIC 9(8) VALUE 0.

      * Correspondentes credenciados, carregados na largada, com as
      * comissões já resolvidas (próprias ou parâmetro geral) e os
      * acumuladores do dia.
       01  WS-QtdeCorresp         PIC 9(3) VALUE 0.
       01  WS-CorrIdx             PIC 9(3) VALUE 0.
       01  WS-CorrAtual           PIC 9(3) VALUE 0.
       01  WS-TabelaCorresp.
           05  WS-CorrEntrada OCCURS 300 TIMES.
               10  WS-TabCodigo       PIC 9(5).
               10  WS-TabAgencia      PIC 9(4).
               10  WS-TabContaAcerto  PIC 9(7).
               10  WS-TabStatus       PIC X(1).
               10  WS-TabTarDeposito  PIC 9(3)V99.
               10  WS-TabTarSaque     PIC 9(3)V99.
               10  WS-TabTarBoleto    PIC 9(3)V99.
               10  WS-TabQtdeDep      PIC 9(5).
               10  WS-TabValorDep     PIC 9(9)V99.
               10  WS-TabComDep       PIC 9(7)V99.
               10  WS-TabQtdeSaq      PIC 9(5).
               10  WS-TabValorSaq     PIC 9(9)V99.
               10  WS-TabComSaq       PIC 9(7)V99.
               10  WS-TabQtdeBol      PIC 9(5).
               10  WS-TabValorBol     PIC 9(9)V99.
               10  WS-TabComBol       PIC 9(7)V99.
               10  WS-TabRecusadas    PIC 9(5).

       01  WS-ComPadraoDeposito   PIC 9(3)V99 VALUE 0.
       01  WS-ComPadraoSaque      PIC 9(3)V99 VALUE 0.
       01  WS-ComPadraoBoleto     PIC 9(3)V99 VALUE 0.
       01  WS-ParamNome           PIC X(20).
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.

       01  WS-ContaEncontrada     PIC X VALUE 'N'.
       01  WS-Disponivel          PIC S9(9)V99 VALUE 0.
       01  WS-TransacaoValida     PIC X VALUE 'N'.
       01  WS-TipoDescricao       PIC X(10).
       01  WS-TipoValidacao       PIC X(4) VALUE 'BOL'.
       01  WS-ValorEntrada        PIC X(47).
       01  WS-BoletoValido        PIC X VALUE 'N'.
       01  WS-AcertoLiquido       PIC S9(9)V99 VALUE 0.
       01  WS-AcertoValor         PIC 9(7)V99 VALUE 0.
       01  WS-ComissaoDia         PIC 9(7)V99 VALUE 0.
       01  WS-TotalComissao       PIC 9(9)V99 VALUE 0.
       01  WS-AcertosLancados     PIC 9(5) VALUE 0.
       01  WS-ValorEd             PIC -(10)9.99.

       01  WS-ControleOK          PIC X VALUE 'N'.
       01  WS-PrimeiraLinha       PIC X VALUE 'S'.
       01  WS-TrailerVisto        PIC X VALUE 'N'.
       01  WS-CtrlDetalhes        PIC 9(7) VALUE 0.
       01  WS-CtrlChecksum        PIC 9(11)V99 VALUE 0.

       01  WS-RunPrograma         PIC X(20).
       01  WS-RunCompetencia      PIC 9(8) VALUE 0.
       01  WS-RunOperador         PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado       PIC X VALUE 'N'.

       01  WS-GradeArquivo        PIC X(30)
           VALUE 'captura_correspondentes.dat'.
       01  WS-GradeLiberado       PIC X VALUE 'N'.

       01  WS-MotivoRejeito       PIC X(30).
       01  WS-RejPrograma         PIC X(20)
           VALUE 'AcertoCorrespondente'.
       01  WS-RejContaDestino     PIC 9(7) VALUE 0.
       01  WS-RejBeneficiario     PIC 9(5) VALUE 0.
       01  WS-RejTipoTransf       PIC X(1) VALUE ' '.
       01  WS-RejDataMov          PIC X(10).

       01  WS-PendOrigem          PIC X(20)
           VALUE 'AcertoCorrespondente'.
       01  WS-PendTipo            PIC X(4) VALUE 'DIVG'.
       01  WS-PendValor           PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao       PIC X(60).

       01  WS-ExecPrograma        PIC X(20)
           VALUE 'AcertoCorrespondente'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos           PIC 9(7) VALUE 0.
       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeNum
           MOVE WS-DataHoje TO WS-MovData
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-MovHora

      *    Guarda de reexecução: rodar duas vezes no mesmo dia
      *    postaria a captura e o acerto em dobro.
           MOVE 'AcertoCorrespondente' TO WS-RunPrograma
           MOVE WS-DataHojeNum TO WS-RunCompetencia
           CALL 'ControleExecucao' USING WS-RunPrograma
               WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           IF WS-RunAutorizado NOT = 'S'
               STOP RUN
           END-IF

           CALL 'VerificarArquivoEsperado' USING WS-GradeArquivo
               WS-GradeLiberado
           IF WS-GradeLiberado NOT = 'S'
               STOP RUN
           END-IF

           OPEN INPUT CapturaFile
           IF WS-CapFileStatus NOT = '00'
               DISPLAY 'Arquivo captura_correspondentes.dat não'
                   ' encontrado!'
               STOP RUN
           END-IF

      *    Conferência de header/trailer antes de qualquer postagem.
           PERFORM ValidarControleArquivo
           IF WS-ControleOK NOT = 'S'
               MOVE 'FIM' TO WS-ExecEvento
               MOVE 'CTRL' TO WS-ExecSituacao
               CALL 'RegistroExecucao' USING WS-ExecPrograma
                   WS-ExecEvento WS-CtrlDetalhes WS-ExecPostados
                   WS-ExecRejeitados WS-ExecSituacao
               DISPLAY 'Captura recusada pela conferência de'
               DISPLAY 'controle (header/trailer).'
               STOP RUN
           END-IF
           CLOSE CapturaFile

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           PERFORM ObterComissoesPadrao
           PERFORM CarregarCorrespondentes

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

           MOVE 'Postando captura dos correspondentes...'
               TO WS-Mensagem
           DISPLAY WS-Mensagem

           OPEN INPUT CapturaFile
           PERFORM UNTIL WS-CapFileStatus = '10'
               READ CapturaFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CtrlHeader OR CtrlTrailer
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-ExecLidos
                           PERFORM PostarCaptura
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CapturaFile

           STRING 'acerto_correspondentes_' DELIMITED BY SIZE
                  WS-DataHojeNum DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING 'ACERTO DIÁRIO DE CORRESPONDENTES - '
                      DELIMITED BY SIZE
                  WS-DataHojeNum DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE '==============================' TO ReportLine
           WRITE ReportLine

           OPEN EXTEND ComissaoFile
           IF WS-ComFileStatus = '35'
               OPEN OUTPUT ComissaoFile
           END-IF
           PERFORM VARYING WS-CorrIdx FROM 1 BY 1
                   UNTIL WS-CorrIdx > WS-QtdeCorresp
               IF WS-TabQtdeDep(WS-CorrIdx) > 0 OR
                       WS-TabQtdeSaq(WS-CorrIdx) > 0 OR
                       WS-TabQtdeBol(WS-CorrIdx) > 0 OR
                       WS-TabRecusadas(WS-CorrIdx) > 0
                   PERFORM LancarAcerto
               END-IF
           END-PERFORM
           CLOSE ComissaoFile

           CLOSE MovimentacaoFile
           CLOSE ContaFile

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Transações postadas: ' DELIMITED BY SIZE
                  WS-ExecPostados DELIMITED BY SIZE
                  '  Recusadas: ' DELIMITED BY SIZE
                  WS-ExecRejeitados DELIMITED BY SIZE
                  '  Comissões do dia: R$ ' DELIMITED BY SIZE
                  WS-TotalComissao DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile

           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           MOVE WS-ReportFileName TO WS-SpoolArquivo
           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-DataHojeNum TO WS-SpoolAlvo(1:8)
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'AcertoCorrespondente' 'CORR' 'BATCH     '
               WS-SpoolAlvo 'N'

           DISPLAY 'Transações postadas: ' WS-ExecPostados
           DISPLAY 'Transações recusadas: ' WS-ExecRejeitados
           DISPLAY 'Acertos lançados: ' WS-AcertosLancados
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           STOP RUN.

      * Primeira linha deve ser o header; o trailer fecha com a
      * contagem de detalhes e a soma dos valores capturados.
       ValidarControleArquivo.
           MOVE 'N' TO WS-ControleOK
           MOVE 'S' TO WS-PrimeiraLinha
           MOVE 'N' TO WS-TrailerVisto
           MOVE 0 TO WS-CtrlDetalhes
           MOVE 0 TO WS-CtrlChecksum
           PERFORM UNTIL WS-CapFileStatus = '10'
               READ CapturaFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CriticarLinhaControle
               END-READ
           END-PERFORM
           IF WS-TrailerVisto = 'N'
               DISPLAY 'Arquivo sem trailer de controle!'
               MOVE 'N' TO WS-ControleOK
           END-IF.

       CriticarLinhaControle.
           IF WS-PrimeiraLinha = 'S'
               MOVE 'N' TO WS-PrimeiraLinha
               IF NOT CtrlHeader
                   DISPLAY 'Arquivo sem header de controle!'
               END-IF
           ELSE
           IF CtrlTrailer
               MOVE 'S' TO WS-TrailerVisto
               IF CtrlContagem = WS-CtrlDetalhes AND
                       CtrlSoma = WS-CtrlChecksum
                   MOVE 'S' TO WS-ControleOK
               ELSE
                   DISPLAY 'Trailer não confere: contagem '
                       CtrlContagem ' x ' WS-CtrlDetalhes
                   DISPLAY 'soma ' CtrlSoma ' x ' WS-CtrlChecksum
               END-IF
           ELSE
               ADD 1 TO WS-CtrlDetalhes
               ADD CorrCapValor TO WS-CtrlChecksum
           END-IF
           END-IF.

      * Comissão padrão por tipo, para o correspondente cadastrado
      * sem comissão própria.
       ObterComissoesPadrao.
           MOVE 'CORRESP-COM-DEP' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeNum
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-ComPadraoDeposito
           END-IF
           MOVE 'CORRESP-COM-SAQ' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeNum
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-ComPadraoSaque
           END-IF
           MOVE 'CORRESP-COM-BOL' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeNum
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S'
               MOVE WS-ParamValor TO WS-ComPadraoBoleto
           END-IF.

       CarregarCorrespondentes.
           MOVE 0 TO WS-QtdeCorresp
           OPEN INPUT CorrespondenteFile
           IF WS-CorrFileStatus = '00'
               PERFORM UNTIL WS-CorrFileStatus = '10'
                   READ CorrespondenteFile INTO CorrespondenteRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-QtdeCorresp < 300
                               ADD 1 TO WS-QtdeCorresp
                               PERFORM CarregarEntrada
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CorrespondenteFile
           END-IF.

       CarregarEntrada.
           MOVE CorrespCodigo TO WS-TabCodigo(WS-QtdeCorresp)
           MOVE CorrespAgencia TO WS-TabAgencia(WS-QtdeCorresp)
           MOVE CorrespContaAcerto TO WS-TabContaAcerto(WS-QtdeCorresp)
           MOVE CorrespStatus TO WS-TabStatus(WS-QtdeCorresp)
           IF CorrespComDeposito > 0
               MOVE CorrespComDeposito
                   TO WS-TabTarDeposito(WS-QtdeCorresp)
           ELSE
               MOVE WS-ComPadraoDeposito
                   TO WS-TabTarDeposito(WS-QtdeCorresp)
           END-IF
           IF CorrespComSaque > 0
               MOVE CorrespComSaque TO WS-TabTarSaque(WS-QtdeCorresp)
           ELSE
               MOVE WS-ComPadraoSaque TO WS-TabTarSaque(WS-QtdeCorresp)
           END-IF
           IF CorrespComBoleto > 0
               MOVE CorrespComBoleto TO WS-TabTarBoleto(WS-QtdeCorresp)
           ELSE
               MOVE WS-ComPadraoBoleto
                   TO WS-TabTarBoleto(WS-QtdeCorresp)
           END-IF
           MOVE 0 TO WS-TabQtdeDep(WS-QtdeCorresp)
           MOVE 0 TO WS-TabValorDep(WS-QtdeCorresp)
           MOVE 0 TO WS-TabComDep(WS-QtdeCorresp)
           MOVE 0 TO WS-TabQtdeSaq(WS-QtdeCorresp)
           MOVE 0 TO WS-TabValorSaq(WS-QtdeCorresp)
           MOVE 0 TO WS-TabComSaq(WS-QtdeCorresp)
           MOVE 0 TO WS-TabQtdeBol(WS-QtdeCorresp)
           MOVE 0 TO WS-TabValorBol(WS-QtdeCorresp)
           MOVE 0 TO WS-TabComBol(WS-QtdeCorresp)
           MOVE 0 TO WS-TabRecusadas(WS-QtdeCorresp).

      * Transação de ponto não credenciado, suspenso, de conta
      * inexistente ou inativa, sem saldo ou com boleto inválido
      * não posta: vai para rejeitos e fica fora do acerto, para o
      * correspondente desfazer com o cliente.
       PostarCaptura.
           MOVE 'N' TO WS-TransacaoValida
           MOVE SPACES TO WS-MotivoRejeito
           MOVE 0 TO WS-CorrAtual
           PERFORM VARYING WS-CorrIdx FROM 1 BY 1
                   UNTIL WS-CorrIdx > WS-QtdeCorresp
               IF WS-TabCodigo(WS-CorrIdx) = CorrCapCodigo
                   MOVE WS-CorrIdx TO WS-CorrAtual
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-ContaEncontrada
           MOVE CorrCapConta TO ContaNumero
           READ ContaFile
               INVALID KEY
                   MOVE 'N' TO WS-ContaEncontrada
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ContaEncontrada
           END-READ
           IF WS-ContaEncontrada = 'Y'
               COMPUTE WS-Disponivel = ContaSaldo + ContaLimite -
                   ContaBloqueio - ContaBloqueioDeposito
           END-IF
           IF CorrCapBoleto
               MOVE CorrCapCodigoBarras TO WS-ValorEntrada
               MOVE 'BOL' TO WS-TipoValidacao
               CALL 'Validacao' USING WS-TipoValidacao
                   WS-ValorEntrada WS-BoletoValido
           END-IF

           EVALUATE TRUE
               WHEN WS-CorrAtual = 0
                   MOVE 'Correspondente não cadastrado'
                       TO WS-MotivoRejeito
               WHEN WS-TabStatus(WS-CorrAtual) NOT = 'A'
                   MOVE 'Correspondente não ativo'
                       TO WS-MotivoRejeito
               WHEN NOT CorrCapDeposito AND NOT CorrCapSaque AND
                       NOT CorrCapBoleto
                   MOVE 'Tipo de transação inválido'
                       TO WS-MotivoRejeito
               WHEN CorrCapValor = 0
                   MOVE 'Valor zerado' TO WS-MotivoRejeito
               WHEN WS-ContaEncontrada = 'N'
                   MOVE 'Conta não encontrada' TO WS-MotivoRejeito
               WHEN NOT ContaAtiva
                   MOVE 'Conta não ativa' TO WS-MotivoRejeito
               WHEN CorrCapBoleto AND WS-BoletoValido = 'N'
                   MOVE 'Linha digitável inválida'
                       TO WS-MotivoRejeito
               WHEN NOT CorrCapDeposito AND
                       CorrCapValor > WS-Disponivel
                   MOVE 'Saldo insuficiente' TO WS-MotivoRejeito
               WHEN OTHER
                   MOVE 'S' TO WS-TransacaoValida
           END-EVALUATE

           IF WS-TransacaoValida = 'S'
               PERFORM LancarNaConta
           ELSE
               PERFORM RejeitarCaptura
           END-IF.

       LancarNaConta.
           EVALUATE TRUE
               WHEN CorrCapDeposito
                   ADD CorrCapValor TO ContaSaldo
                   MOVE 'D' TO MovimentacaoTipo
                   MOVE 'depósito' TO WS-TipoDescricao
                   ADD 1 TO WS-TabQtdeDep(WS-CorrAtual)
                   ADD CorrCapValor TO WS-TabValorDep(WS-CorrAtual)
                   ADD WS-TabTarDeposito(WS-CorrAtual)
                       TO WS-TabComDep(WS-CorrAtual)
               WHEN CorrCapSaque
                   SUBTRACT CorrCapValor FROM ContaSaldo
                   MOVE 'S' TO MovimentacaoTipo
                   MOVE 'saque' TO WS-TipoDescricao
                   ADD 1 TO WS-TabQtdeSaq(WS-CorrAtual)
                   ADD CorrCapValor TO WS-TabValorSaq(WS-CorrAtual)
                   ADD WS-TabTarSaque(WS-CorrAtual)
                       TO WS-TabComSaq(WS-CorrAtual)
               WHEN OTHER
                   SUBTRACT CorrCapValor FROM ContaSaldo
                   MOVE 'P' TO MovimentacaoTipo
                   MOVE 'boleto' TO WS-TipoDescricao
                   ADD 1 TO WS-TabQtdeBol(WS-CorrAtual)
                   ADD CorrCapValor TO WS-TabValorBol(WS-CorrAtual)
                   ADD WS-TabTarBoleto(WS-CorrAtual)
                       TO WS-TabComBol(WS-CorrAtual)
           END-EVALUATE
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'AcertoCorrespondente'
               'contas          ' ContaRecord

           MOVE SPACES TO WS-MovDescricao
           STRING 'Correspondente ' DELIMITED BY SIZE
                  CorrCapCodigo DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TipoDescricao DELIMITED BY SPACE
                  ' NSU ' DELIMITED BY SIZE
                  CorrCapNSU DELIMITED BY SIZE
                  ' em ' DELIMITED BY SIZE
                  CorrCapData DELIMITED BY SIZE
               INTO WS-MovDescricao
           MOVE CorrCapConta TO MovimentacaoContaNumero
           MOVE WS-MovData TO MovimentacaoData
           MOVE WS-MovHora TO MovimentacaoHora
           MOVE CorrCapValor TO MovimentacaoValor
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE WS-MovDescricao TO MovimentacaoDescricao
           MOVE WS-TabContaAcerto(WS-CorrAtual)
               TO MovimentacaoContaRelacionada
           PERFORM ObterProximoProtocolo
           MOVE WS-Protocolo TO MovimentacaoProtocolo
           MOVE 'CORRESP' TO MovimentacaoOperadorID
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'AcertoCorrespondente'
               'movimentacao    ' MovimentacaoRecord
           ADD 1 TO WS-ExecPostados.

       RejeitarCaptura.
           MOVE SPACES TO WS-RejDataMov
           MOVE CorrCapData TO WS-RejDataMov(1:8)
           MOVE CorrCapTipo TO WS-RejTipoTransf
           CALL 'GravarRejeito' USING WS-RejPrograma
               CorrCapConta WS-RejContaDestino CorrCapValor
               WS-RejDataMov WS-RejBeneficiario WS-RejTipoTransf
               WS-MotivoRejeito
           ADD 1 TO WS-ExecRejeitados
           IF WS-CorrAtual > 0
               ADD 1 TO WS-TabRecusadas(WS-CorrAtual)
           END-IF
           DISPLAY 'Correspondente ' CorrCapCodigo ' NSU '
               CorrCapNSU ' recusada: ' WS-MotivoRejeito.

      * Acerto líquido do dia na conta de acerto: o correspondente
      * recebe os saques que pagou e as comissões, e entrega os
      * depósitos que recebeu. Boleto debitado da conta do cliente
      * não passa numerário pelo ponto: entra só na comissão.
       LancarAcerto.
           COMPUTE WS-ComissaoDia = WS-TabComDep(WS-CorrIdx) +
               WS-TabComSaq(WS-CorrIdx) + WS-TabComBol(WS-CorrIdx)
           ADD WS-ComissaoDia TO WS-TotalComissao
           COMPUTE WS-AcertoLiquido = WS-TabValorSaq(WS-CorrIdx) +
               WS-ComissaoDia - WS-TabValorDep(WS-CorrIdx)
           MOVE 0 TO WS-Protocolo

           IF WS-AcertoLiquido NOT = 0
               MOVE 'N' TO WS-ContaEncontrada
               MOVE WS-TabContaAcerto(WS-CorrIdx) TO ContaNumero
               READ ContaFile
                   INVALID KEY
                       MOVE 'N' TO WS-ContaEncontrada
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ContaEncontrada
               END-READ
               IF WS-ContaEncontrada = 'N'
                   PERFORM RegistrarDivergenciaAcerto
               ELSE
                   PERFORM LancarNaContaAcerto
               END-IF
           END-IF

           MOVE WS-TabCodigo(WS-CorrIdx) TO ComCorrCodigo
           MOVE WS-DataHojeNum TO ComCorrData
           MOVE WS-TabAgencia(WS-CorrIdx) TO ComCorrAgencia
           MOVE WS-TabQtdeDep(WS-CorrIdx) TO ComCorrQtdeDeposito
           MOVE WS-TabValorDep(WS-CorrIdx) TO ComCorrValorDeposito
           MOVE WS-TabComDep(WS-CorrIdx) TO ComCorrComDeposito
           MOVE WS-TabQtdeSaq(WS-CorrIdx) TO ComCorrQtdeSaque
           MOVE WS-TabValorSaq(WS-CorrIdx) TO ComCorrValorSaque
           MOVE WS-TabComSaq(WS-CorrIdx) TO ComCorrComSaque
           MOVE WS-TabQtdeBol(WS-CorrIdx) TO ComCorrQtdeBoleto
           MOVE WS-TabValorBol(WS-CorrIdx) TO ComCorrValorBoleto
           MOVE WS-TabComBol(WS-CorrIdx) TO ComCorrComBoleto
           MOVE WS-TabRecusadas(WS-CorrIdx) TO ComCorrQtdeRecusada
           MOVE WS-AcertoLiquido TO ComCorrAcertoLiquido
           MOVE WS-Protocolo TO ComCorrProtocolo
           WRITE ComissaoCorrespRecord

           MOVE WS-AcertoLiquido TO WS-ValorEd
           MOVE SPACES TO ReportLine
           STRING 'Corresp. ' DELIMITED BY SIZE
                  WS-TabCodigo(WS-CorrIdx) DELIMITED BY SIZE
                  ' ag ' DELIMITED BY SIZE
                  WS-TabAgencia(WS-CorrIdx) DELIMITED BY SIZE
                  '  dep ' DELIMITED BY SIZE
                  WS-TabQtdeDep(WS-CorrIdx) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-TabValorDep(WS-CorrIdx) DELIMITED BY SIZE
                  '  saq ' DELIMITED BY SIZE
                  WS-TabQtdeSaq(WS-CorrIdx) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-TabValorSaq(WS-CorrIdx) DELIMITED BY SIZE
                  '  bol ' DELIMITED BY SIZE
                  WS-TabQtdeBol(WS-CorrIdx) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-TabValorBol(WS-CorrIdx) DELIMITED BY SIZE
                  '  com ' DELIMITED BY SIZE
                  WS-ComissaoDia DELIMITED BY SIZE
                  '  acerto ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       LancarNaContaAcerto.
           IF WS-AcertoLiquido > 0
               MOVE WS-AcertoLiquido TO WS-AcertoValor
               ADD WS-AcertoValor TO ContaSaldo
               MOVE 'C' TO MovimentacaoTipo
           ELSE
               COMPUTE WS-AcertoValor = 0 - WS-AcertoLiquido
               SUBTRACT WS-AcertoValor FROM ContaSaldo
               MOVE 'P' TO MovimentacaoTipo
           END-IF
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'AcertoCorrespondente'
               'contas          ' ContaRecord

           MOVE SPACES TO WS-MovDescricao
           STRING 'Acerto correspondente ' DELIMITED BY SIZE
                  WS-TabCodigo(WS-CorrIdx) DELIMITED BY SIZE
                  ' captura de ' DELIMITED BY SIZE
                  WS-DataHojeNum DELIMITED BY SIZE
               INTO WS-MovDescricao
           MOVE ContaNumero TO MovimentacaoContaNumero
           MOVE WS-MovData TO MovimentacaoData
           MOVE WS-MovHora TO MovimentacaoHora
           MOVE WS-AcertoValor TO MovimentacaoValor
           MOVE ContaSaldo TO MovimentacaoSaldoApos
           MOVE WS-MovDescricao TO MovimentacaoDescricao
           MOVE 0 TO MovimentacaoContaRelacionada
           PERFORM ObterProximoProtocolo
           MOVE WS-Protocolo TO MovimentacaoProtocolo
           MOVE 'CORRESP' TO MovimentacaoOperadorID
           PERFORM GravarMovimentoIndexado
           CALL 'GravarJournal' USING 'AcertoCorrespondente'
               'movimentacao    ' MovimentacaoRecord
           ADD 1 TO WS-AcertosLancados

      *    Débito que leva a conta de acerto além do limite fica
      *    lançado, mas vai para a agência cobrar o correspondente.
           IF ContaSaldo + ContaLimite < 0
               MOVE WS-AcertoValor TO WS-PendValor
               MOVE SPACES TO WS-PendDescricao
               STRING 'Corresp. ' DELIMITED BY SIZE
                      WS-TabCodigo(WS-CorrIdx) DELIMITED BY SIZE
                      ' conta de acerto sem saldo para o acerto'
                          DELIMITED BY SIZE
                   INTO WS-PendDescricao
               CALL 'RegistrarPendencia' USING WS-PendOrigem
                   WS-PendTipo ContaNumero WS-PendValor
                   WS-PendDescricao
           END-IF.

       RegistrarDivergenciaAcerto.
           IF WS-AcertoLiquido < 0
               COMPUTE WS-PendValor = 0 - WS-AcertoLiquido
           ELSE
               MOVE WS-AcertoLiquido TO WS-PendValor
           END-IF
           MOVE SPACES TO WS-PendDescricao
           STRING 'Corresp. ' DELIMITED BY SIZE
                  WS-TabCodigo(WS-CorrIdx) DELIMITED BY SIZE
                  ' sem conta de acerto; acerto não lançado'
                      DELIMITED BY SIZE
               INTO WS-PendDescricao
           CALL 'RegistrarPendencia' USING WS-PendOrigem
               WS-PendTipo WS-TabContaAcerto(WS-CorrIdx)
               WS-PendValor WS-PendDescricao
           DISPLAY WS-PendDescricao.

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

       END PROGRAM AcertoCorrespondente.
