       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncorporacaoAgencia.

      *****************************************************************
      *  IncorporacaoAgencia.cbl - Incorporação de agência encerrada
      *  pela agência incorporadora. Move em lote para a
      *  incorporadora tudo o que ainda aponta para a agência
      *  fechada: as contas (número e dígito verificador não mudam,
      *  então cedentes, agendamentos, transferências futuras e
      *  adesões a convênio continuam amarrados à mesma conta e só
      *  são conferidos), os operadores lotados nela, os terminais
      *  ATM, os correspondentes, as ordens de pagamento pagáveis no
      *  caixa dela, as remessas de carro-forte a caminho dela e o
      *  estoque do último fechamento do cofre, que segue como
      *  remessa em trânsito para o cofre da incorporadora. Cada
      *  conta migrada é auditada e o titular avisado pela fila de
      *  notificações. A agência fechada fica marcada com a
      *  incorporadora, para as séries mensais por agência somarem o
      *  histórico dela na incorporadora. O relatório de conferência
      *  mostra a posição antes e depois, em quantidade e saldo por
      *  tipo de conta.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgenciaFile ASSIGN TO 'agencias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AgenciaStatus.

           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT OperadorFile ASSIGN TO 'operadores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OperFileStatus.

           SELECT TerminalFile ASSIGN TO 'terminais_atm.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AtmFileStatus.

           SELECT CorrespondenteFile ASSIGN TO 'correspondentes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CorrespStatus.

           SELECT OrdemPagamentoFile ASSIGN TO 'ordens_pagamento.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OrdemStatus.

           SELECT CofreFile ASSIGN TO 'cofres.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CofreStatus.

           SELECT TransitoFile ASSIGN TO 'transito_numerario.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TransStatus.

           SELECT TransitoSeqFile ASSIGN TO 'transseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TransSeqStatus.

           SELECT CedenteFile ASSIGN TO 'cedentes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CedenteStatus.

           SELECT AgendamentoFile ASSIGN TO 'agendamentos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AgendStatus.

           SELECT FuturaFile ASSIGN TO 'transferencias_futuras.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FutStatus.

           SELECT AutorizacaoFile ASSIGN TO 'autorizacoes_debito.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AutFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  AgenciaFile.
       COPY AGENCIAREC.

       FD  ContaFile.
       COPY CONTAREC.

       FD  OperadorFile.
       COPY OPERREC.

       FD  TerminalFile.
       COPY ATMREC.

       FD  CorrespondenteFile.
       COPY CORRESPREC.

       FD  OrdemPagamentoFile.
       COPY ORDPAGREC.

       FD  CofreFile.
       COPY COFREREC.

       FD  TransitoFile.
       COPY TRANSNUMREC.

       FD  TransitoSeqFile.
       01  TransitoSeqRecord.
           05  SeqUltimoTransID       PIC 9(7).

       FD  CedenteFile.
       COPY CEDREC.

       FD  AgendamentoFile.
       COPY AGENDREC.

       FD  FuturaFile.
       COPY FUTTRANSREC.

       FD  AutorizacaoFile.
       COPY AUTDEBREC.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AgenciaStatus       PIC XX.
       01  WS-FileStatus          PIC XX.
       01  WS-OperFileStatus      PIC XX.
       01  WS-AtmFileStatus       PIC XX.
       01  WS-CorrespStatus       PIC XX.
       01  WS-OrdemStatus         PIC XX.
       01  WS-CofreStatus         PIC XX.
       01  WS-TransStatus         PIC XX.
       01  WS-TransSeqStatus      PIC XX.
       01  WS-CedenteStatus       PIC XX.
       01  WS-AgendStatus         PIC XX.
       01  WS-FutStatus           PIC XX.
       01  WS-AutFileStatus       PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-OperadorID          PIC X(10).
       01  WS-OperadorSenha       PIC X(8).
       01  WS-OperAutenticado     PIC X VALUE 'N'.
       01  WS-OperPerfil          PIC X VALUE ' '.
       01  WS-OperLimite          PIC 9(7)V99 VALUE 0.
       01  WS-Resposta            PIC X VALUE ' '.
       01  WS-AgenciaOrigem       PIC 9(4) VALUE 0.
       01  WS-AgenciaDestino      PIC 9(4) VALUE 0.
       01  WS-AgenciaBusca        PIC 9(4) VALUE 0.
       01  WS-AgenciaAchada       PIC X VALUE 'N'.
       01  WS-AgenciaSituacao     PIC X VALUE ' '.
       01  WS-AgenciaJaIncorp     PIC X VALUE 'N'.
       01  WS-OrigemNome          PIC A(30).
       01  WS-DestinoNome         PIC A(30).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
      * Último cofre da agência incorporada.
       01  WS-CofreUltimaData     PIC 9(8) VALUE 0.
       01  WS-CofreUltimoAberto   PIC X VALUE 'N'.
       01  WS-CofreEstoque        PIC 9(9)V99 VALUE 0.
       01  WS-TransIDNovo         PIC 9(7) VALUE 0.
      * Posição das duas agências por tipo de conta (1 corrente,
      * 2 poupança, 3 salário); linha 1 incorporada, 2 incorporadora.
       01  WS-PosicaoAtual.
           05  WS-PosAgencia OCCURS 2 TIMES.
               10  WS-PosTipo OCCURS 3 TIMES.
                   15  WS-PosQtde     PIC 9(7).
                   15  WS-PosSaldo    PIC S9(13)V99.
       01  WS-PosicaoAntes.
           05  WS-AntAgencia OCCURS 2 TIMES.
               10  WS-AntTipo OCCURS 3 TIMES.
                   15  WS-AntQtde     PIC 9(7).
                   15  WS-AntSaldo    PIC S9(13)V99.
       01  WS-TotQtdeAntes        PIC 9(7) VALUE 0.
       01  WS-TotSaldoAntes       PIC S9(13)V99 VALUE 0.
       01  WS-TotQtdeDepois       PIC 9(7) VALUE 0.
       01  WS-TotSaldoDepois      PIC S9(13)V99 VALUE 0.
       01  WS-PosIdx              PIC 9 VALUE 0.
       01  WS-TipoIdx             PIC 9 VALUE 0.
       01  WS-NomesTipoValores    PIC X(30)
           VALUE 'Corrente  Poupança Salário  '.
       01  WS-NomesTipo REDEFINES WS-NomesTipoValores.
           05  WS-NomeTipo        PIC X(10) OCCURS 3 TIMES.
      * Contas migradas, para a conferência dos vínculos.
       01  WS-MigQtde             PIC 9(5) VALUE 0.
       01  WS-MigTabela.
           05  WS-MigConta        PIC 9(7) OCCURS 2000 TIMES.
       01  WS-MigIdx              PIC 9(5) VALUE 0.
       01  WS-ContaBusca          PIC 9(7) VALUE 0.
       01  WS-ContaMigrada        PIC X VALUE 'N'.
       01  WS-TabelaEstourada     PIC X VALUE 'N'.
      * Contadores da migração.
       01  WS-ContasLidas         PIC 9(7) VALUE 0.
       01  WS-ContasMigradas      PIC 9(7) VALUE 0.
       01  WS-OperadoresMovidos   PIC 9(5) VALUE 0.
       01  WS-TerminaisMovidos    PIC 9(5) VALUE 0.
       01  WS-CorrespMovidos      PIC 9(5) VALUE 0.
       01  WS-OrdensMovidas       PIC 9(5) VALUE 0.
       01  WS-RemessasDesviadas   PIC 9(5) VALUE 0.
       01  WS-CedentesMantidos    PIC 9(5) VALUE 0.
       01  WS-AgendMantidos       PIC 9(5) VALUE 0.
       01  WS-FuturasMantidas     PIC 9(5) VALUE 0.
       01  WS-AdesoesMantidas     PIC 9(5) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.
       01  WS-RunPrograma         PIC X(20)
           VALUE 'IncorporacaoAgencia'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-AudPrograma         PIC X(20)
           VALUE 'IncorporacaoAgencia'.
       01  WS-AudArquivo          PIC X(12).
       01  WS-AudChave            PIC 9(7) VALUE 0.
       01  WS-AudCampo            PIC X(20).
       01  WS-AudAntes            PIC X(100).
       01  WS-AudDepois           PIC X(100).
       01  WS-NotifTipo           PIC X(4) VALUE 'INCO'.
       01  WS-NotifCliente        PIC 9(5) VALUE 0.
       01  WS-NotifConta          PIC 9(7) VALUE 0.
       01  WS-NotifValor          PIC 9(7)V99 VALUE 0.
       01  WS-NotifTexto          PIC X(60).
       01  WS-QtdeEd              PIC Z(6)9.
       01  WS-QtdeEd2             PIC Z(6)9.
       01  WS-ValorEd             PIC -(12)9.99.
       01  WS-ValorEd2            PIC -(12)9.99.
       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).
       01  WS-Mensagem            PIC X(50).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd

      *    Migração em massa de carteira: só supervisor ou gerente.
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
           IF WS-OperPerfil NOT = 'S' AND WS-OperPerfil NOT = 'G'
               DISPLAY 'Perfil sem permissão para incorporar'
               DISPLAY 'agência!'
               STOP RUN
           END-IF

           DISPLAY 'Agência incorporada (encerrada): '
           ACCEPT WS-AgenciaOrigem
           DISPLAY 'Agência incorporadora: '
           ACCEPT WS-AgenciaDestino
           PERFORM ValidarAgencias
           PERFORM LocalizarUltimoCofre
           IF WS-CofreUltimoAberto = 'S'
               DISPLAY 'O cofre da agência ' WS-AgenciaOrigem
                   ' está aberto desde ' WS-CofreUltimaData '.'
               DISPLAY 'Feche o cofre com a contagem antes da'
               DISPLAY 'incorporação.'
               STOP RUN
           END-IF

           DISPLAY 'Confirma a incorporação da agência '
               WS-AgenciaOrigem ' pela ' WS-AgenciaDestino '? (S/N)'
           ACCEPT WS-Resposta
           MOVE FUNCTION UPPER-CASE(WS-Resposta) TO WS-Resposta
           IF WS-Resposta NOT = 'S'
               DISPLAY 'Incorporação não executada.'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-RunPrograma WS-ExecEvento
               WS-ContasLidas WS-ContasMigradas WS-ExecRejeitados
               WS-ExecSituacao

           MOVE 'Incorporando a agência...' TO WS-Mensagem
           DISPLAY WS-Mensagem

           OPEN I-O ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN I-O ContaFile
           END-IF
           PERFORM SomarPosicao
           MOVE WS-PosicaoAtual TO WS-PosicaoAntes
           PERFORM MigrarContas
           PERFORM SomarPosicao
           CLOSE ContaFile

           PERFORM MoverOperadores
           PERFORM MoverTerminais
           PERFORM MoverCorrespondentes
           PERFORM MoverOrdensPagamento
           PERFORM MoverNumerario
           PERFORM ConferirVinculos
           PERFORM MarcarIncorporada

           PERFORM EscreverRelatorio

           IF WS-TabelaEstourada = 'S'
               MOVE 'ALER' TO WS-ExecSituacao
           END-IF
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-RunPrograma WS-ExecEvento
               WS-ContasLidas WS-ContasMigradas WS-ExecRejeitados
               WS-ExecSituacao

           DISPLAY 'Contas migradas: ' WS-ContasMigradas
           DISPLAY 'Operadores: ' WS-OperadoresMovidos
               '  terminais: ' WS-TerminaisMovidos
               '  correspondentes: ' WS-CorrespMovidos
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           STOP RUN.

      * A incorporada tem de estar encerrada e ainda não
      * incorporada; a incorporadora, ativa.
       ValidarAgencias.
           IF WS-AgenciaOrigem = WS-AgenciaDestino
               DISPLAY 'Incorporada e incorporadora são a mesma'
               DISPLAY 'agência!'
               STOP RUN
           END-IF
           MOVE WS-AgenciaOrigem TO WS-AgenciaBusca
           PERFORM LocalizarAgencia
           IF WS-AgenciaAchada = 'N'
               DISPLAY 'Agência ' WS-AgenciaOrigem ' não cadastrada!'
               STOP RUN
           END-IF
           IF WS-AgenciaSituacao NOT = 'E'
               DISPLAY 'Feche a agência ' WS-AgenciaOrigem
                   ' antes de incorporá-la.'
               STOP RUN
           END-IF
           IF WS-AgenciaJaIncorp = 'S'
               DISPLAY 'Agência ' WS-AgenciaOrigem
                   ' já foi incorporada.'
               STOP RUN
           END-IF
           MOVE AgenciaNome TO WS-OrigemNome
           MOVE WS-AgenciaDestino TO WS-AgenciaBusca
           PERFORM LocalizarAgencia
           IF WS-AgenciaAchada = 'N' OR WS-AgenciaSituacao NOT = 'A'
               DISPLAY 'Agência incorporadora ' WS-AgenciaDestino
                   ' inexistente ou encerrada!'
               STOP RUN
           END-IF
           MOVE AgenciaNome TO WS-DestinoNome.

       LocalizarAgencia.
           MOVE 'N' TO WS-AgenciaAchada
           MOVE 'N' TO WS-AgenciaJaIncorp
           MOVE ' ' TO WS-AgenciaSituacao
           OPEN INPUT AgenciaFile
           IF WS-AgenciaStatus = '00'
               PERFORM UNTIL WS-AgenciaStatus = '10'
                   READ AgenciaFile INTO AgenciaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AgenciaNumero = WS-AgenciaBusca
                               MOVE 'Y' TO WS-AgenciaAchada
                               MOVE AgenciaStatus
                                   TO WS-AgenciaSituacao
                               IF AgenciaIncorporadora IS NUMERIC
                                   AND AgenciaIncorporadora > 0
                                   MOVE 'S' TO WS-AgenciaJaIncorp
                               END-IF
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgenciaFile
           END-IF.

      * O estoque que sobra é o da contagem do último fechamento do
      * cofre da incorporada; cofre ainda aberto barra a migração.
       LocalizarUltimoCofre.
           MOVE 0 TO WS-CofreUltimaData
           MOVE 'N' TO WS-CofreUltimoAberto
           MOVE 0 TO WS-CofreEstoque
           OPEN INPUT CofreFile
           IF WS-CofreStatus = '00'
               PERFORM UNTIL WS-CofreStatus = '10'
                   READ CofreFile INTO CofreRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CofreAgencia = WS-AgenciaOrigem AND
                                   CofreData >= WS-CofreUltimaData
                               MOVE CofreData TO WS-CofreUltimaData
                               IF CofreAberto
                                   MOVE 'S' TO WS-CofreUltimoAberto
                               ELSE
                                   MOVE 'N' TO WS-CofreUltimoAberto
                                   MOVE CofreContagem
                                       TO WS-CofreEstoque
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CofreFile
           END-IF.

      * Quantidade e saldo das contas não encerradas das duas
      * agências, por tipo de conta.
       SomarPosicao.
           INITIALIZE WS-PosicaoAtual
           MOVE 0 TO ContaNumero
           START ContaFile KEY >= ContaNumero
               INVALID KEY
                   CONTINUE
           END-START
           MOVE '00' TO WS-FileStatus
           PERFORM UNTIL WS-FileStatus = '10'
               READ ContaFile NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE 0 TO WS-PosIdx
                       IF ContaAgencia = WS-AgenciaOrigem
                           MOVE 1 TO WS-PosIdx
                       END-IF
                       IF ContaAgencia = WS-AgenciaDestino
                           MOVE 2 TO WS-PosIdx
                       END-IF
                       EVALUATE TRUE
                           WHEN ContaCorrente
                               MOVE 1 TO WS-TipoIdx
                           WHEN ContaPoupanca
                               MOVE 2 TO WS-TipoIdx
                           WHEN OTHER
                               MOVE 3 TO WS-TipoIdx
                       END-EVALUATE
                       IF WS-PosIdx > 0 AND NOT ContaEncerrada
                           ADD 1 TO WS-PosQtde(WS-PosIdx, WS-TipoIdx)
                           ADD ContaSaldo
                               TO WS-PosSaldo(WS-PosIdx, WS-TipoIdx)
                       END-IF
               END-READ
           END-PERFORM.

      * Troca só a agência: número e dígito da conta ficam, e com
      * eles todos os vínculos gravados pelo número da conta.
       MigrarContas.
           MOVE 0 TO ContaNumero
           START ContaFile KEY >= ContaNumero
               INVALID KEY
                   CONTINUE
           END-START
           MOVE '00' TO WS-FileStatus
           PERFORM UNTIL WS-FileStatus = '10'
               READ ContaFile NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-ContasLidas
                       IF ContaAgencia = WS-AgenciaOrigem
                           PERFORM MigrarConta
                       END-IF
               END-READ
           END-PERFORM.

       MigrarConta.
           MOVE ContaNumero TO WS-AudChave
           MOVE 'contas' TO WS-AudArquivo
           MOVE 'ContaAgencia' TO WS-AudCampo
           MOVE ContaAgencia TO WS-AudAntes
           MOVE WS-AgenciaDestino TO ContaAgencia
           MOVE ContaAgencia TO WS-AudDepois
           REWRITE ContaRecord
           CALL 'GravarJournal' USING 'IncorporacaoAgencia '
               'contas          ' ContaRecord
           CALL 'GravarAuditoria' USING WS-AudPrograma WS-OperadorID
               WS-AudArquivo WS-AudChave WS-AudCampo WS-AudAntes
               WS-AudDepois
           ADD 1 TO WS-ContasMigradas

           IF WS-MigQtde < 2000
               ADD 1 TO WS-MigQtde
               MOVE ContaNumero TO WS-MigConta(WS-MigQtde)
           ELSE
               MOVE 'S' TO WS-TabelaEstourada
           END-IF

           IF NOT ContaEncerrada
               MOVE ContaClienteID TO WS-NotifCliente
               MOVE ContaNumero TO WS-NotifConta
               MOVE 0 TO WS-NotifValor
               MOVE SPACES TO WS-NotifTexto
               STRING 'Sua conta passou para a agência '
                      DELIMITED BY SIZE
                      WS-AgenciaDestino DELIMITED BY SIZE
                      ', mesmo número' DELIMITED BY SIZE
                   INTO WS-NotifTexto
               CALL 'RegistrarNotificacao' USING WS-NotifTipo
                   WS-NotifCliente WS-NotifConta WS-NotifValor
                   WS-NotifTexto
           END-IF.

       MoverOperadores.
           OPEN I-O OperadorFile
           IF WS-OperFileStatus = '00'
               PERFORM UNTIL WS-OperFileStatus = '10'
                   READ OperadorFile INTO OperadorRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OperadorAgencia = WS-AgenciaOrigem
                               MOVE WS-AgenciaDestino
                                   TO OperadorAgencia
                               REWRITE OperadorRecord
                               ADD 1 TO WS-OperadoresMovidos
                               MOVE 'operadores' TO WS-AudArquivo
                               MOVE 0 TO WS-AudChave
                               MOVE 'OperadorAgencia'
                                   TO WS-AudCampo
                               MOVE SPACES TO WS-AudAntes
                               STRING OperadorID DELIMITED BY SPACE
                                      ' ' DELIMITED BY SIZE
                                      WS-AgenciaOrigem
                                      DELIMITED BY SIZE
                                   INTO WS-AudAntes
                               MOVE SPACES TO WS-AudDepois
                               STRING OperadorID DELIMITED BY SPACE
                                      ' ' DELIMITED BY SIZE
                                      WS-AgenciaDestino
                                      DELIMITED BY SIZE
                                   INTO WS-AudDepois
                               CALL 'GravarAuditoria' USING
                                   WS-AudPrograma WS-OperadorID
                                   WS-AudArquivo WS-AudChave
                                   WS-AudCampo WS-AudAntes
                                   WS-AudDepois
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperadorFile
           END-IF.

       MoverTerminais.
           OPEN I-O TerminalFile
           IF WS-AtmFileStatus = '00'
               PERFORM UNTIL WS-AtmFileStatus = '10'
                   READ TerminalFile INTO TerminalAtmRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AtmAgencia = WS-AgenciaOrigem
                               MOVE WS-AgenciaDestino TO AtmAgencia
                               REWRITE TerminalAtmRecord
                               ADD 1 TO WS-TerminaisMovidos
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TerminalFile
           END-IF.

       MoverCorrespondentes.
           OPEN I-O CorrespondenteFile
           IF WS-CorrespStatus = '00'
               PERFORM UNTIL WS-CorrespStatus = '10'
                   READ CorrespondenteFile INTO CorrespondenteRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CorrespAgencia = WS-AgenciaOrigem
                               MOVE WS-AgenciaDestino
                                   TO CorrespAgencia
                               REWRITE CorrespondenteRecord
                               ADD 1 TO WS-CorrespMovidos
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CorrespondenteFile
           END-IF.

      * OP ainda pagável (em aberto, ou vencida à disposição do
      * emitente no caixa) passa a ser paga na incorporadora.
       MoverOrdensPagamento.
           OPEN I-O OrdemPagamentoFile
           IF WS-OrdemStatus = '00'
               PERFORM UNTIL WS-OrdemStatus = '10'
                   READ OrdemPagamentoFile INTO OrdemPagamentoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OrdemAgenciaPagadora =
                                   WS-AgenciaOrigem AND
                                   (OrdemEmAberto OR OrdemVencida)
                               MOVE WS-AgenciaDestino
                                   TO OrdemAgenciaPagadora
                               REWRITE OrdemPagamentoRecord
                               ADD 1 TO WS-OrdensMovidas
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrdemPagamentoFile
           END-IF.

      * Remessas de carro-forte ainda a caminho da incorporada são
      * recebidas pela incorporadora, e o estoque do último
      * fechamento do cofre segue para ela como remessa nova, a
      * receber pela opção de carro-forte do cofre.
       MoverNumerario.
           OPEN I-O TransitoFile
           IF WS-TransStatus = '00'
               PERFORM UNTIL WS-TransStatus = '10'
                   READ TransitoFile INTO TransitoNumerarioRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF TransEnviado AND
                                   TransAgenciaDestino =
                                       WS-AgenciaOrigem
                               MOVE WS-AgenciaDestino
                                   TO TransAgenciaDestino
                               REWRITE TransitoNumerarioRecord
                               ADD 1 TO WS-RemessasDesviadas
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransitoFile
           END-IF

           IF WS-CofreEstoque > 0
               PERFORM ObterProximoTransID
               MOVE WS-TransIDNovo TO TransID
               MOVE WS-DataHojeOrd TO TransData
               MOVE WS-AgenciaOrigem TO TransAgenciaOrigem
               MOVE WS-AgenciaDestino TO TransAgenciaDestino
               MOVE WS-CofreEstoque TO TransValor
               MOVE 'E' TO TransStatus
               OPEN EXTEND TransitoFile
               IF WS-TransStatus = '35'
                   OPEN OUTPUT TransitoFile
               END-IF
               WRITE TransitoNumerarioRecord
               CLOSE TransitoFile
           END-IF.

       ObterProximoTransID.
           MOVE 0 TO WS-TransIDNovo
           OPEN INPUT TransitoSeqFile
           IF WS-TransSeqStatus = '00'
               READ TransitoSeqFile INTO TransitoSeqRecord
                   NOT AT END
                       MOVE SeqUltimoTransID TO WS-TransIDNovo
               END-READ
               CLOSE TransitoSeqFile
           END-IF
           ADD 1 TO WS-TransIDNovo
           MOVE WS-TransIDNovo TO SeqUltimoTransID
           OPEN OUTPUT TransitoSeqFile
           WRITE TransitoSeqRecord
           CLOSE TransitoSeqFile.

      * Cedentes, agendamentos, transferências futuras e adesões a
      * convênio apontam para o número da conta, que não mudou:
      * seguem valendo e são só contados para a conferência.
       ConferirVinculos.
           OPEN INPUT CedenteFile
           IF WS-CedenteStatus = '00'
               PERFORM UNTIL WS-CedenteStatus = '10'
                   READ CedenteFile INTO CedenteRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CedenteAtivo
                               MOVE CedenteContaNumero
                                   TO WS-ContaBusca
                               PERFORM VerificarContaMigrada
                               IF WS-ContaMigrada = 'S'
                                   ADD 1 TO WS-CedentesMantidos
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CedenteFile
           END-IF

           OPEN INPUT AgendamentoFile
           IF WS-AgendStatus = '00'
               PERFORM UNTIL WS-AgendStatus = '10'
                   READ AgendamentoFile INTO AgendamentoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF NOT AgendamentoCancelado
                               MOVE AgendamentoContaNumero
                                   TO WS-ContaBusca
                               PERFORM VerificarContaMigrada
                               IF WS-ContaMigrada = 'S'
                                   ADD 1 TO WS-AgendMantidos
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgendamentoFile
           END-IF

           OPEN INPUT FuturaFile
           IF WS-FutStatus = '00'
               PERFORM UNTIL WS-FutStatus = '10'
                   READ FuturaFile INTO TransferenciaFuturaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF FutPendente
                               MOVE FutContaOrigem TO WS-ContaBusca
                               PERFORM VerificarContaMigrada
                               IF WS-ContaMigrada = 'N' AND
                                       FutExterna NOT = 'S'
                                   MOVE FutContaDestino
                                       TO WS-ContaBusca
                                   PERFORM VerificarContaMigrada
                               END-IF
                               IF WS-ContaMigrada = 'S'
                                   ADD 1 TO WS-FuturasMantidas
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FuturaFile
           END-IF

           OPEN INPUT AutorizacaoFile
           IF WS-AutFileStatus = '00'
               PERFORM UNTIL WS-AutFileStatus = '10'
                   READ AutorizacaoFile INTO AutorizacaoDebitoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AutDebAtiva
                               MOVE AutDebContaNumero
                                   TO WS-ContaBusca
                               PERFORM VerificarContaMigrada
                               IF WS-ContaMigrada = 'S'
                                   ADD 1 TO WS-AdesoesMantidas
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AutorizacaoFile
           END-IF.

       VerificarContaMigrada.
           MOVE 'N' TO WS-ContaMigrada
           PERFORM VARYING WS-MigIdx FROM 1 BY 1
                   UNTIL WS-MigIdx > WS-MigQtde
               IF WS-MigConta(WS-MigIdx) = WS-ContaBusca
                   MOVE 'S' TO WS-ContaMigrada
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MarcarIncorporada.
           OPEN I-O AgenciaFile
           IF WS-AgenciaStatus = '00'
               PERFORM UNTIL WS-AgenciaStatus = '10'
                   READ AgenciaFile INTO AgenciaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AgenciaNumero = WS-AgenciaOrigem
                               MOVE WS-AgenciaDestino
                                   TO AgenciaIncorporadora
                               MOVE WS-DataHojeOrd
                                   TO AgenciaDataIncorporacao
                               REWRITE AgenciaRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgenciaFile
           END-IF
           MOVE 'agencias' TO WS-AudArquivo
           MOVE WS-AgenciaOrigem TO WS-AudChave
           MOVE 'Incorporadora' TO WS-AudCampo
           MOVE SPACES TO WS-AudAntes
           MOVE WS-AgenciaDestino TO WS-AudDepois
           CALL 'GravarAuditoria' USING WS-AudPrograma WS-OperadorID
               WS-AudArquivo WS-AudChave WS-AudCampo WS-AudAntes
               WS-AudDepois.

       EscreverRelatorio.
           STRING 'incorporacao_' DELIMITED BY SIZE
                  WS-AgenciaOrigem DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-AgenciaDestino DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING 'INCORPORAÇÃO DA AGÊNCIA ' DELIMITED BY SIZE
                  WS-AgenciaOrigem DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OrigemNome DELIMITED BY SIZE
                  ' PELA ' DELIMITED BY SIZE
                  WS-AgenciaDestino DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DestinoNome DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           DISPLAY ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Data ' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
                  '  operador ' DELIMITED BY SIZE
                  WS-OperadorID DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           MOVE 'Conferência da carteira por tipo de conta:'
               TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'AGÊNCIA TIPO        QTDE ANTES      SALDO ANTES'
                  DELIMITED BY SIZE
                  '  QTDE DEPOIS     SALDO DEPOIS' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-PosIdx FROM 1 BY 1 UNTIL WS-PosIdx > 2
               PERFORM VARYING WS-TipoIdx FROM 1 BY 1
                       UNTIL WS-TipoIdx > 3
                   PERFORM EscreverLinhaPosicao
               END-PERFORM
           END-PERFORM
           PERFORM EscreverTotalPosicao

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Contas migradas: ' DELIMITED BY SIZE
                  WS-ContasMigradas DELIMITED BY SIZE
                  '  (número e dígito preservados)' DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Operadores relotados: ' DELIMITED BY SIZE
                  WS-OperadoresMovidos DELIMITED BY SIZE
                  '  terminais ATM: ' DELIMITED BY SIZE
                  WS-TerminaisMovidos DELIMITED BY SIZE
                  '  correspondentes: ' DELIMITED BY SIZE
                  WS-CorrespMovidos DELIMITED BY SIZE
                  '  ordens de pagamento: ' DELIMITED BY SIZE
                  WS-OrdensMovidas DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE WS-CofreEstoque TO WS-ValorEd
           MOVE SPACES TO ReportLine
           STRING 'Cofre: estoque de ' DELIMITED BY SIZE
                  WS-ValorEd DELIMITED BY SIZE
                  ' em trânsito (remessa ' DELIMITED BY SIZE
                  WS-TransIDNovo DELIMITED BY SIZE
                  ')  remessas desviadas: ' DELIMITED BY SIZE
                  WS-RemessasDesviadas DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Vínculos mantidos: cedentes ' DELIMITED BY SIZE
                  WS-CedentesMantidos DELIMITED BY SIZE
                  '  agendamentos ' DELIMITED BY SIZE
                  WS-AgendMantidos DELIMITED BY SIZE
                  '  transf. futuras ' DELIMITED BY SIZE
                  WS-FuturasMantidas DELIMITED BY SIZE
                  '  débito automático ' DELIMITED BY SIZE
                  WS-AdesoesMantidas DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           IF WS-TabelaEstourada = 'S'
               MOVE 'AVISO: tabela de contas esgotada.'
                   TO ReportLine
               WRITE ReportLine
               DISPLAY ReportLine
           END-IF
           CLOSE ReportFile

           MOVE SPACES TO WS-SpoolAlvo
           STRING 'AG' DELIMITED BY SIZE
                  WS-AgenciaDestino DELIMITED BY SIZE
               INTO WS-SpoolAlvo
           MOVE WS-ReportFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'IncorporacaoAgencia ' 'INCO' WS-OperadorID
               WS-SpoolAlvo 'N'.

       EscreverLinhaPosicao.
           MOVE WS-AntQtde(WS-PosIdx, WS-TipoIdx) TO WS-QtdeEd
           MOVE WS-AntSaldo(WS-PosIdx, WS-TipoIdx) TO WS-ValorEd
           MOVE WS-PosQtde(WS-PosIdx, WS-TipoIdx) TO WS-QtdeEd2
           MOVE WS-PosSaldo(WS-PosIdx, WS-TipoIdx) TO WS-ValorEd2
           MOVE SPACES TO ReportLine
           IF WS-PosIdx = 1
               MOVE WS-AgenciaOrigem TO ReportLine(1:4)
           ELSE
               MOVE WS-AgenciaDestino TO ReportLine(1:4)
           END-IF
           MOVE WS-NomeTipo(WS-TipoIdx) TO ReportLine(9:10)
           MOVE WS-QtdeEd TO ReportLine(22:7)
           MOVE WS-ValorEd TO ReportLine(29:17)
           MOVE WS-QtdeEd2 TO ReportLine(47:7)
           MOVE WS-ValorEd2 TO ReportLine(54:17)
           WRITE ReportLine.

      * As duas agências juntas: o total depois tem de bater com o
      * total antes.
       EscreverTotalPosicao.
           MOVE 0 TO WS-TotQtdeAntes
           MOVE 0 TO WS-TotSaldoAntes
           MOVE 0 TO WS-TotQtdeDepois
           MOVE 0 TO WS-TotSaldoDepois
           PERFORM VARYING WS-PosIdx FROM 1 BY 1 UNTIL WS-PosIdx > 2
               PERFORM VARYING WS-TipoIdx FROM 1 BY 1
                       UNTIL WS-TipoIdx > 3
                   ADD WS-AntQtde(WS-PosIdx, WS-TipoIdx)
                       TO WS-TotQtdeAntes
                   ADD WS-AntSaldo(WS-PosIdx, WS-TipoIdx)
                       TO WS-TotSaldoAntes
                   ADD WS-PosQtde(WS-PosIdx, WS-TipoIdx)
                       TO WS-TotQtdeDepois
                   ADD WS-PosSaldo(WS-PosIdx, WS-TipoIdx)
                       TO WS-TotSaldoDepois
               END-PERFORM
           END-PERFORM
           MOVE WS-TotQtdeAntes TO WS-QtdeEd
           MOVE WS-TotSaldoAntes TO WS-ValorEd
           MOVE WS-TotQtdeDepois TO WS-QtdeEd2
           MOVE WS-TotSaldoDepois TO WS-ValorEd2
           MOVE SPACES TO ReportLine
           MOVE 'TOTAL' TO ReportLine(1:5)
           MOVE WS-QtdeEd TO ReportLine(22:7)
           MOVE WS-ValorEd TO ReportLine(29:17)
           MOVE WS-QtdeEd2 TO ReportLine(47:7)
           MOVE WS-ValorEd2 TO ReportLine(54:17)
           WRITE ReportLine
           IF WS-TotQtdeAntes NOT = WS-TotQtdeDepois OR
                   WS-TotSaldoAntes NOT = WS-TotSaldoDepois
               MOVE 'ALER' TO WS-ExecSituacao
               MOVE 'AVISO: posição depois difere da posição antes.'
                   TO ReportLine
               WRITE ReportLine
               DISPLAY ReportLine
           END-IF.

       END PROGRAM IncorporacaoAgencia.
