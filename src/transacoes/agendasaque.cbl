       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgendamentoSaque.

      *****************************************************************
      *  AgendamentoSaque.cbl - Aviso prévio de saque em espécie de
      *  alto valor (agendamentos_saque.dat). Saque acima de
      *  SAQUE-AVISO-VALOR só é pago pelo TransacaoSaque com
      *  agendamento da conta para a data:
      *    [A]gendar   - conta ativa, dia útil com antecedência
      *                  mínima de SAQUE-AVISO-DIAS dias corridos,
      *                  agência de saque ativa e valor acima do
      *                  limite de aviso;
      *    [C]onsultar - agendamentos da conta;
      *    ca[N]celar  - cliente desiste antes da data (no dia do
      *                  saque ou depois o agendamento não cancela).
      *  O agendamento entra na PrevisaoNumerario da agência e no
      *  ExtratoCOAF como comunicação de saque em espécie.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT ClienteFile ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ClienteID
               ALTERNATE RECORD KEY IS ClienteCPF
               FILE STATUS IS WS-ClienteFileStatus.

           SELECT AgenciaFile ASSIGN TO 'agencias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AgenciaFileStatus.

           SELECT AgSaqFile ASSIGN TO 'agendamentos_saque.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AgSaqFileStatus.

           SELECT SessaoFile ASSIGN TO 'sessao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  ClienteFile.
       COPY CLIEREC.

       FD  AgenciaFile.
       COPY AGENCIAREC.

       FD  AgSaqFile.
       COPY AGSAQREC.

       FD  SessaoFile.
       01  SessaoRecord.
           05  SessaoOperadorID       PIC X(10).
           05  SessaoPerfil           PIC X(1).
           05  SessaoLimite           PIC 9(7)V99.
           05  SessaoTreinamento      PIC X(1).
           05  SessaoAgencia          PIC 9(4).
           05  SessaoData             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus        PIC XX.
       01  WS-ClienteFileStatus PIC XX.
       01  WS-AgenciaFileStatus PIC XX.
       01  WS-AgSaqFileStatus   PIC XX.
       01  WS-SessaoStatus      PIC XX.
       01  WS-SessaoAtiva       PIC X VALUE 'N'.
       01  WS-OperadorID        PIC X(10).
       01  WS-OperadorSenha     PIC X(8).
       01  WS-OperAutenticado   PIC X VALUE 'N'.
       01  WS-OperPerfil        PIC X VALUE ' '.
       01  WS-OperLimite        PIC 9(7)V99 VALUE 0.
       01  WS-OperAgencia       PIC 9(4) VALUE 0.
       01  WS-Opcao             PIC X VALUE ' '.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-DataMinima        PIC 9(8) VALUE 0.
       01  WS-ContaNumero       PIC 9(7) VALUE 0.
       01  WS-ContaAchada       PIC X VALUE 'N'.
       01  WS-ContaClienteID    PIC 9(5) VALUE 0.
       01  WS-ContaAgencia      PIC 9(4) VALUE 0.
       01  WS-ClienteStatus     PIC X VALUE 'A'.
       01  WS-AgenciaSaque      PIC 9(4) VALUE 0.
       01  WS-AgenciaAchada     PIC X VALUE 'N'.
       01  WS-DataSaque         PIC 9(8) VALUE 0.
       01  WS-ValorSaque        PIC 9(7)V99 VALUE 0.
       01  WS-AgSaqSel          PIC 9(7) VALUE 0.
       01  WS-ProximoID         PIC 9(7) VALUE 0.
       01  WS-Achado            PIC X VALUE 'N'.
       01  WS-Listados          PIC 9(5) VALUE 0.
       01  WS-SitTexto          PIC X(10).
       01  WS-ValorAviso        PIC 9(7)V99 VALUE 50000.00.
       01  WS-DiasAviso         PIC 9(2) VALUE 3.
       01  WS-UtilFuncao        PIC X(8) VALUE 'DIAUTIL'.
       01  WS-UtilEntrada       PIC 9(8) VALUE 0.
       01  WS-UtilSaida         PIC 9(8) VALUE 0.
       01  WS-UtilResultado     PIC X VALUE 'N'.
       01  WS-ParamNome         PIC X(20).
       01  WS-ParamDataRef      PIC 9(8) VALUE 0.
       01  WS-ParamValor        PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado       PIC X VALUE 'N'.
       01  WS-LogNivel          PIC X(10) VALUE 'INFO'.
       01  WS-LogMensagem       PIC X(100).
       01  WS-LogValor          PIC Z(6)9.99.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LerSessaoOperador
           IF WS-SessaoAtiva = 'S'
               CONTINUE
           ELSE
               DISPLAY 'Informe o ID do operador: '
               ACCEPT WS-OperadorID
               DISPLAY 'Senha: '
               ACCEPT WS-OperadorSenha
               CALL 'AutenticarOperador' USING WS-OperadorID
                   WS-OperadorSenha WS-OperAutenticado WS-OperPerfil
                   WS-OperLimite
               IF WS-OperAutenticado NOT = 'S'
                   DISPLAY 'Operador ou senha inválidos!'
                   GOBACK
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           PERFORM CarregarParametros

           DISPLAY 'Agendamento de Saque em Espécie'
           DISPLAY '-------------------------------'
           DISPLAY '[A]gendar, [C]onsultar, ca[N]celar: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

      *    Perfil somente-consulta não agenda nem cancela.
           IF WS-OperPerfil = 'Q' AND WS-Opcao NOT = 'C'
               DISPLAY 'Perfil de consulta: operação bloqueada.'
               GOBACK
           END-IF

           EVALUATE WS-Opcao
               WHEN 'A'
                   PERFORM AgendarSaque
               WHEN 'C'
                   PERFORM ConsultarAgendamentos
               WHEN 'N'
                   PERFORM CancelarAgendamento
               WHEN OTHER
                   DISPLAY 'Opção inválida.'
           END-EVALUATE
           GOBACK.

      * Números de negócio vêm de parametros.dat quando há vigência
      * para a data; sem registro vale o padrão embutido acima.
       CarregarParametros.
           MOVE WS-DataHojeOrd TO WS-ParamDataRef
           MOVE 'SAQUE-AVISO-VALOR' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
               MOVE WS-ParamValor TO WS-ValorAviso
           END-IF
           MOVE 'SAQUE-AVISO-DIAS' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor < 100
               MOVE WS-ParamValor TO WS-DiasAviso
           END-IF.

      * Sessão do menu de caixa: quando o MenuCaixa já autenticou o
      * operador, a identificação vem de sessao.dat e o programa não
      * pede login de novo.
       LerSessaoOperador.
           MOVE 'N' TO WS-SessaoAtiva
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           OPEN INPUT SessaoFile
           IF WS-SessaoStatus = '00'
               READ SessaoFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SessaoOperadorID NOT = SPACES AND
                               SessaoData = WS-DataHojeOrd
                           MOVE 'S' TO WS-SessaoAtiva
                           MOVE SessaoOperadorID TO WS-OperadorID
                           MOVE SessaoPerfil TO WS-OperPerfil
                           MOVE SessaoLimite TO WS-OperLimite
                           MOVE SessaoAgencia TO WS-OperAgencia
                       END-IF
               END-READ
               CLOSE SessaoFile
           END-IF.

      *****************************************************************
      * Agendamento: a data tem de ser dia útil e respeitar a
      * antecedência mínima; a agência de saque padrão é a do caixa
      * (ou a da conta, sem sessão). Valor até o limite de aviso não
      * precisa de agendamento e não é gravado.
      *****************************************************************
       AgendarSaque.
           DISPLAY 'Número da conta: '
           ACCEPT WS-ContaNumero
           PERFORM LocalizarConta
           IF WS-ContaAchada = 'N'
               DISPLAY 'Conta não encontrada ou inativa!'
           ELSE
           IF WS-ClienteStatus = 'B'
               DISPLAY 'Cliente bloqueado! Operação não permitida.'
           ELSE
               DISPLAY 'Valor do saque: '
               ACCEPT WS-ValorSaque
               DISPLAY 'Data do saque (AAAAMMDD): '
               ACCEPT WS-DataSaque
               DISPLAY 'Agência de saque (0 = esta agência): '
               ACCEPT WS-AgenciaSaque
               IF WS-AgenciaSaque = 0
                   MOVE WS-OperAgencia TO WS-AgenciaSaque
               END-IF
               IF WS-AgenciaSaque = 0
                   MOVE WS-ContaAgencia TO WS-AgenciaSaque
               END-IF
               PERFORM ValidarAgendamento
           END-IF
           END-IF.

       ValidarAgendamento.
           COMPUTE WS-DataMinima = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) +
               WS-DiasAviso)
           MOVE 'DIAUTIL' TO WS-UtilFuncao
           MOVE 0 TO WS-UtilSaida
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DataSaque) = 0
               MOVE WS-DataSaque TO WS-UtilEntrada
               CALL 'Utilitarios' USING WS-UtilFuncao
                   WS-UtilEntrada WS-UtilSaida WS-UtilResultado
           END-IF
           PERFORM LocalizarAgencia

           IF WS-ValorSaque <= WS-ValorAviso
               DISPLAY 'Saque até R$ ' WS-ValorAviso
                   ' não exige agendamento.'
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DataSaque) NOT = 0
               DISPLAY 'Data inválida.'
           ELSE
           IF WS-DataSaque < WS-DataMinima
               DISPLAY 'Antecedência mínima de ' WS-DiasAviso
                   ' dias: primeira data ' WS-DataMinima '.'
           ELSE
           IF WS-UtilSaida NOT = WS-DataSaque
               DISPLAY 'Data não é dia útil; próximo dia útil '
                   WS-UtilSaida '.'
           ELSE
           IF WS-AgenciaAchada = 'N'
               DISPLAY 'Agência de saque inexistente ou encerrada!'
           ELSE
               PERFORM GravarAgendamento
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       GravarAgendamento.
           MOVE 0 TO WS-ProximoID
           OPEN INPUT AgSaqFile
           IF WS-AgSaqFileStatus = '00'
               PERFORM UNTIL WS-AgSaqFileStatus = '10'
                   READ AgSaqFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AgSaqID > WS-ProximoID
                               MOVE AgSaqID TO WS-ProximoID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgSaqFile
           END-IF
           ADD 1 TO WS-ProximoID

           MOVE WS-ProximoID TO AgSaqID
           MOVE WS-ContaNumero TO AgSaqContaNumero
           MOVE WS-ContaClienteID TO AgSaqClienteID
           MOVE WS-AgenciaSaque TO AgSaqAgencia
           MOVE WS-DataSaque TO AgSaqDataSaque
           MOVE WS-ValorSaque TO AgSaqValor
           MOVE WS-DataHojeOrd TO AgSaqDataRegistro
           MOVE WS-OperadorID TO AgSaqOperador
           MOVE 'A' TO AgSaqSituacao
           MOVE 0 TO AgSaqDataBaixa
           MOVE 0 TO AgSaqProtocolo
           OPEN EXTEND AgSaqFile
           IF WS-AgSaqFileStatus = '35'
               OPEN OUTPUT AgSaqFile
           END-IF
           WRITE AgendamentoSaqueRecord
           CLOSE AgSaqFile

           DISPLAY 'Saque agendado: ' WS-ProximoID
           DISPLAY 'Conta ' WS-ContaNumero '  R$ ' WS-ValorSaque
           DISPLAY 'Data ' WS-DataSaque '  agência ' WS-AgenciaSaque

           MOVE WS-ValorSaque TO WS-LogValor
           MOVE SPACES TO WS-LogMensagem
           STRING 'Saque agendado ' DELIMITED BY SIZE
                  WS-ProximoID DELIMITED BY SIZE
                  ' conta ' DELIMITED BY SIZE
                  WS-ContaNumero DELIMITED BY SIZE
                  ' valor ' DELIMITED BY SIZE
                  WS-LogValor DELIMITED BY SIZE
                  ' data ' DELIMITED BY SIZE
                  WS-DataSaque DELIMITED BY SIZE
                  ' operador ' DELIMITED BY SIZE
                  WS-OperadorID DELIMITED BY SIZE
               INTO WS-LogMensagem
           CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem.

       ConsultarAgendamentos.
           DISPLAY 'Número da conta: '
           ACCEPT WS-ContaNumero
           MOVE 0 TO WS-Listados
           OPEN INPUT AgSaqFile
           IF WS-AgSaqFileStatus = '00'
               PERFORM UNTIL WS-AgSaqFileStatus = '10'
                   READ AgSaqFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AgSaqContaNumero = WS-ContaNumero
                               PERFORM ExibirAgendamento
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgSaqFile
           END-IF
           IF WS-Listados = 0
               DISPLAY 'Nenhum saque agendado para a conta.'
           END-IF.

       ExibirAgendamento.
           ADD 1 TO WS-Listados
           EVALUATE TRUE
               WHEN AgSaqRealizado
                   MOVE 'REALIZADO' TO WS-SitTexto
               WHEN AgSaqCancelado
                   MOVE 'CANCELADO' TO WS-SitTexto
               WHEN AgSaqDataSaque < WS-DataHojeOrd
                   MOVE 'NÃO SACADO' TO WS-SitTexto
               WHEN OTHER
                   MOVE 'AGENDADO' TO WS-SitTexto
           END-EVALUATE
           DISPLAY AgSaqID ' data ' AgSaqDataSaque ' agência '
               AgSaqAgencia ' R$ ' AgSaqValor ' ' WS-SitTexto.

       CancelarAgendamento.
           DISPLAY 'Número do agendamento: '
           ACCEPT WS-AgSaqSel
           MOVE 'N' TO WS-Achado
           OPEN I-O AgSaqFile
           IF WS-AgSaqFileStatus = '00'
               PERFORM UNTIL WS-AgSaqFileStatus = '10'
                   READ AgSaqFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AgSaqID = WS-AgSaqSel
                               MOVE 'S' TO WS-Achado
                               PERFORM RegravarCancelamento
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgSaqFile
           END-IF
           IF WS-Achado = 'N'
               DISPLAY 'Agendamento não encontrado!'
           END-IF.

       RegravarCancelamento.
           IF NOT AgSaqAgendado
               DISPLAY 'Agendamento já baixado em ' AgSaqDataBaixa '.'
           ELSE
           IF AgSaqDataSaque <= WS-DataHojeOrd
               DISPLAY 'Cancelamento só antes da data do saque ('
                   AgSaqDataSaque ').'
           ELSE
               MOVE 'C' TO AgSaqSituacao
               MOVE WS-DataHojeOrd TO AgSaqDataBaixa
               REWRITE AgendamentoSaqueRecord
               DISPLAY 'Agendamento ' AgSaqID ' cancelado.'

               MOVE AgSaqValor TO WS-LogValor
               MOVE SPACES TO WS-LogMensagem
               STRING 'Saque cancelado ' DELIMITED BY SIZE
                      AgSaqID DELIMITED BY SIZE
                      ' conta ' DELIMITED BY SIZE
                      AgSaqContaNumero DELIMITED BY SIZE
                      ' valor ' DELIMITED BY SIZE
                      WS-LogValor DELIMITED BY SIZE
                      ' data ' DELIMITED BY SIZE
                      AgSaqDataSaque DELIMITED BY SIZE
                      ' operador ' DELIMITED BY SIZE
                      WS-OperadorID DELIMITED BY SIZE
                   INTO WS-LogMensagem
               CALL 'LogUtils' USING WS-LogNivel WS-LogMensagem
           END-IF
           END-IF.

       LocalizarConta.
           MOVE 'N' TO WS-ContaAchada
           MOVE 'A' TO WS-ClienteStatus
           OPEN INPUT ContaFile
           IF WS-FileStatus = '00'
               MOVE WS-ContaNumero TO ContaNumero
               READ ContaFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ContaAtiva
                           MOVE 'S' TO WS-ContaAchada
                           MOVE ContaClienteID TO WS-ContaClienteID
                           MOVE ContaAgencia TO WS-ContaAgencia
                       END-IF
               END-READ
               CLOSE ContaFile
           END-IF
           IF WS-ContaAchada = 'S'
               OPEN INPUT ClienteFile
               IF WS-ClienteFileStatus = '00'
                   MOVE WS-ContaClienteID TO ClienteID
                   READ ClienteFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ClienteStatus TO WS-ClienteStatus
                   END-READ
                   CLOSE ClienteFile
               END-IF
           END-IF.

       LocalizarAgencia.
           MOVE 'N' TO WS-AgenciaAchada
           OPEN INPUT AgenciaFile
           IF WS-AgenciaFileStatus = '00'
               PERFORM UNTIL WS-AgenciaFileStatus = '10'
                   READ AgenciaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AgenciaNumero = WS-AgenciaSaque AND
                                   AgenciaAtiva
                               MOVE 'S' TO WS-AgenciaAchada
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgenciaFile
           END-IF.

       END PROGRAM AgendamentoSaque.
