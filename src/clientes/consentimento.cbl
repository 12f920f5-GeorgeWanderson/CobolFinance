       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsentimentoCliente.

      *****************************************************************
      *  ConsentimentoCliente.cbl - Manutenção dos consentimentos LGPD
      *  e do canal de comunicação preferido do cliente. Registra o
      *  aceite ou a revogação por finalidade (ofertas de produtos,
      *  compartilhamento com parceiros, pesquisas), com data, hora,
      *  canal de coleta e operador, no histórico consentimentos.dat,
      *  e mantém no cadastro o canal preferido (carta, e-mail ou
      *  SMS) e o e-mail do cliente. Todo aceite, revogação e troca
      *  de canal vai para a trilha de auditoria; a correspondência
      *  consulta o histórico antes de mandar qualquer oferta.
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

           SELECT ConsentimentoFile ASSIGN TO 'consentimentos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ConsFileStatus.

           SELECT SessaoFile ASSIGN TO 'sessao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
       COPY CLIEREC.

       FD  ConsentimentoFile.
       COPY CONSENTREC.

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
       01  WS-ConsFileStatus    PIC XX.
       01  WS-SessaoStatus      PIC XX.
       01  WS-Opcao             PIC X VALUE ' '.
       01  WS-OperadorID        PIC X(10) VALUE SPACES.
       01  WS-OperPerfil        PIC X VALUE ' '.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-HoraAgora         PIC X(8) VALUE SPACES.
       01  WS-ClienteSel        PIC 9(5) VALUE 0.
       01  WS-Achado            PIC X VALUE 'N'.
       01  WS-NomeCliente       PIC A(50).
       01  WS-CanalAtual        PIC X VALUE ' '.
       01  WS-EmailAtual        PIC X(60) VALUE SPACES.
       01  WS-TelefoneAtual     PIC X(15) VALUE SPACES.
       01  WS-Finalidades.
           05  FILLER           PIC X(34)
               VALUE 'OFEROfertas de produtos'.
           05  FILLER           PIC X(34)
               VALUE 'PARCCompartilhamento com parceiros'.
           05  FILLER           PIC X(34)
               VALUE 'PESQPesquisas de satisfação'.
       01  WS-FinalidadesTab REDEFINES WS-Finalidades.
           05  WS-Finalidade    OCCURS 3 TIMES.
               10  WS-FinCodigo PIC X(4).
               10  WS-FinNome   PIC X(30).
       01  WS-FinIdx            PIC 9 VALUE 0.
       01  WS-FinEscolha        PIC X VALUE ' '.
       01  WS-NovaSituacao      PIC X VALUE ' '.
       01  WS-SitAtual          PIC X VALUE ' '.
       01  WS-SitData           PIC 9(8) VALUE 0.
       01  WS-SitCanal          PIC X VALUE ' '.
       01  WS-SitTexto          PIC X(12) VALUE SPACES.
       01  WS-CanalColeta       PIC X VALUE ' '.
       01  WS-CanalNovo         PIC X VALUE ' '.
       01  WS-EmailNovo         PIC X(60) VALUE SPACES.
       01  WS-QtdeArroba        PIC 9(2) VALUE 0.
       01  WS-AudPrograma       PIC X(20) VALUE 'ConsentimentoCliente'.
       01  WS-AudArquivo        PIC X(12) VALUE 'consentim'.
       01  WS-AudChave          PIC 9(7) VALUE 0.
       01  WS-AudCampo          PIC X(20).
       01  WS-AudAntes          PIC X(100).
       01  WS-AudDepois         PIC X(100).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HoraAgora
           PERFORM LerSessaoOperador
           IF WS-OperadorID = SPACES
               DISPLAY 'Operador não identificado: faça o login.'
               GOBACK
           END-IF

           DISPLAY 'Consentimentos e canal de comunicação'
           DISPLAY '-------------------------------------'
           DISPLAY 'ID do cliente: '
           ACCEPT WS-ClienteSel
           PERFORM LocalizarCliente
           IF WS-Achado = 'N'
               DISPLAY 'Cliente não encontrado!'
               GOBACK
           END-IF
           DISPLAY 'Cliente: ' WS-NomeCliente

           DISPLAY '[C]onsultar, [A]ceite, [R]evogação, canal'
           DISPLAY '[P]referido: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

           EVALUATE WS-Opcao
               WHEN 'C'
                   PERFORM ConsultarConsentimentos
               WHEN 'A'
                   MOVE 'A' TO WS-NovaSituacao
                   PERFORM RegistrarConsentimento
               WHEN 'R'
                   MOVE 'R' TO WS-NovaSituacao
                   PERFORM RegistrarConsentimento
               WHEN 'P'
                   PERFORM AlterarCanalPreferido
               WHEN OTHER
                   DISPLAY 'Opção inválida.'
           END-EVALUATE
           GOBACK.

      * Sessão do menu de caixa: identificação e perfil do operador
      * vêm de sessao.dat, gravada no login do dia.
       LerSessaoOperador.
           OPEN INPUT SessaoFile
           IF WS-SessaoStatus = '00'
               READ SessaoFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SessaoData = WS-DataHojeOrd
                           MOVE SessaoOperadorID TO WS-OperadorID
                           MOVE SessaoPerfil TO WS-OperPerfil
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
                       MOVE ClienteCanalPreferido TO WS-CanalAtual
                       MOVE ClienteEmail TO WS-EmailAtual
                       MOVE ClienteTelefone TO WS-TelefoneAtual
               END-READ
               CLOSE ClienteFile
           END-IF.

       ConsultarConsentimentos.
           PERFORM VARYING WS-FinIdx FROM 1 BY 1 UNTIL WS-FinIdx > 3
               PERFORM ApurarFinalidade
               EVALUATE WS-SitAtual
                   WHEN 'A'
                       DISPLAY WS-FinNome(WS-FinIdx) ': aceito em '
                           WS-SitData ' (coleta ' WS-SitCanal ')'
                   WHEN 'R'
                       DISPLAY WS-FinNome(WS-FinIdx) ': revogado em '
                           WS-SitData ' (coleta ' WS-SitCanal ')'
                   WHEN OTHER
                       DISPLAY WS-FinNome(WS-FinIdx)
                           ': sem consentimento'
               END-EVALUATE
           END-PERFORM
           EVALUATE WS-CanalAtual
               WHEN 'E'
                   DISPLAY 'Canal preferido: e-mail ' WS-EmailAtual
               WHEN 'S'
                   DISPLAY 'Canal preferido: SMS ' WS-TelefoneAtual
               WHEN OTHER
                   DISPLAY 'Canal preferido: carta'
           END-EVALUATE.

      * Situação vigente do cliente na finalidade WS-FinIdx: o último
      * evento do histórico vale; sem evento fica em branco.
       ApurarFinalidade.
           MOVE ' ' TO WS-SitAtual
           MOVE 0 TO WS-SitData
           MOVE ' ' TO WS-SitCanal
           OPEN INPUT ConsentimentoFile
           IF WS-ConsFileStatus = '00'
               PERFORM UNTIL WS-ConsFileStatus = '10'
                   READ ConsentimentoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ConsClienteID = WS-ClienteSel AND
                                   ConsFinalidade =
                                   WS-FinCodigo(WS-FinIdx)
                               MOVE ConsSituacao TO WS-SitAtual
                               MOVE ConsData TO WS-SitData
                               MOVE ConsCanalColeta TO WS-SitCanal
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ConsentimentoFile
           END-IF.

       RegistrarConsentimento.
           PERFORM VARYING WS-FinIdx FROM 1 BY 1 UNTIL WS-FinIdx > 3
               DISPLAY '  ' WS-FinIdx ' - ' WS-FinNome(WS-FinIdx)
           END-PERFORM
           DISPLAY 'Finalidade (1-3): '
           ACCEPT WS-FinEscolha
           IF WS-FinEscolha < '1' OR WS-FinEscolha > '3'
               DISPLAY 'Finalidade inválida.'
           ELSE
               MOVE WS-FinEscolha TO WS-FinIdx
               PERFORM ApurarFinalidade
               IF WS-NovaSituacao = 'A' AND WS-SitAtual = 'A'
                   DISPLAY 'Consentimento já vigente desde '
                       WS-SitData '.'
               ELSE
               IF WS-NovaSituacao = 'R' AND WS-SitAtual NOT = 'A'
                   DISPLAY 'Não há consentimento vigente a revogar.'
               ELSE
                   DISPLAY 'Canal de coleta: [A]gência, [I]nternet,'
                   DISPLAY '[T]elefone, [F]ormulário: '
                   ACCEPT WS-CanalColeta
                   MOVE FUNCTION UPPER-CASE(WS-CanalColeta)
                       TO WS-CanalColeta
                   IF WS-CanalColeta NOT = 'A' AND
                           WS-CanalColeta NOT = 'I' AND
                           WS-CanalColeta NOT = 'T' AND
                           WS-CanalColeta NOT = 'F'
                       DISPLAY 'Canal de coleta inválido.'
                   ELSE
                       PERFORM GravarConsentimento
                   END-IF
               END-IF
               END-IF
           END-IF.

      * Acrescenta o evento ao histórico e deixa a situação anterior
      * e a nova na trilha de auditoria.
       GravarConsentimento.
           MOVE WS-ClienteSel TO ConsClienteID
           MOVE WS-FinCodigo(WS-FinIdx) TO ConsFinalidade
           MOVE WS-NovaSituacao TO ConsSituacao
           MOVE WS-DataHojeOrd TO ConsData
           MOVE WS-HoraAgora TO ConsHora
           MOVE WS-CanalColeta TO ConsCanalColeta
           MOVE WS-OperadorID TO ConsOperador
           OPEN EXTEND ConsentimentoFile
           IF WS-ConsFileStatus = '35'
               OPEN OUTPUT ConsentimentoFile
           END-IF
           WRITE ConsentimentoRecord
           CLOSE ConsentimentoFile

           MOVE WS-ClienteSel TO WS-AudChave
           MOVE SPACES TO WS-AudCampo
           STRING 'Consentimento ' DELIMITED BY SIZE
                  WS-FinCodigo(WS-FinIdx) DELIMITED BY SIZE
               INTO WS-AudCampo
           MOVE WS-SitAtual TO WS-SitTexto
           PERFORM DescreverSituacao
           MOVE WS-SitTexto TO WS-AudAntes
           MOVE WS-NovaSituacao TO WS-SitTexto
           PERFORM DescreverSituacao
           MOVE SPACES TO WS-AudDepois
           STRING WS-SitTexto DELIMITED BY SPACE
                  ' coleta ' DELIMITED BY SIZE
                  WS-CanalColeta DELIMITED BY SIZE
               INTO WS-AudDepois
           CALL 'GravarAuditoria' USING WS-AudPrograma
               WS-OperadorID WS-AudArquivo WS-AudChave WS-AudCampo
               WS-AudAntes WS-AudDepois

           IF WS-NovaSituacao = 'A'
               DISPLAY 'Aceite registrado: ' WS-FinNome(WS-FinIdx)
           ELSE
               DISPLAY 'Revogação registrada: ' WS-FinNome(WS-FinIdx)
           END-IF.

       DescreverSituacao.
           EVALUATE WS-SitTexto(1:1)
               WHEN 'A'
                   MOVE 'ACEITO' TO WS-SitTexto
               WHEN 'R'
                   MOVE 'REVOGADO' TO WS-SitTexto
               WHEN OTHER
                   MOVE 'SEM REGISTRO' TO WS-SitTexto
           END-EVALUATE.

      * Troca o canal preferido para a correspondência obrigatória.
      * E-mail exige endereço com '@'; SMS exige telefone no cadastro.
       AlterarCanalPreferido.
           DISPLAY 'Canal preferido: [C]arta, [E]-mail, [S]MS: '
           ACCEPT WS-CanalNovo
           MOVE FUNCTION UPPER-CASE(WS-CanalNovo) TO WS-CanalNovo
           MOVE SPACES TO WS-EmailNovo
           EVALUATE WS-CanalNovo
               WHEN 'C'
                   PERFORM RegravarCanal
               WHEN 'E'
                   DISPLAY 'E-mail do cliente: '
                   ACCEPT WS-EmailNovo
                   MOVE 0 TO WS-QtdeArroba
                   INSPECT WS-EmailNovo TALLYING WS-QtdeArroba
                       FOR ALL '@'
                   IF WS-QtdeArroba NOT = 1
                       DISPLAY 'E-mail inválido.'
                   ELSE
                       PERFORM RegravarCanal
                   END-IF
               WHEN 'S'
                   IF WS-TelefoneAtual = SPACES
                       DISPLAY 'Cliente sem telefone no cadastro!'
                   ELSE
                       PERFORM RegravarCanal
                   END-IF
               WHEN OTHER
                   DISPLAY 'Canal inválido.'
           END-EVALUATE.

      * Regrava o cliente com o canal novo, com a mudança no journal
      * e na trilha de auditoria.
       RegravarCanal.
           OPEN I-O ClienteFile
           IF WS-ClienteFileStatus = '00'
               MOVE WS-ClienteSel TO ClienteID
               READ ClienteFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ClienteID TO WS-AudChave
                       MOVE 'clientes' TO WS-AudArquivo
                       MOVE 'CanalPreferido' TO WS-AudCampo
                       MOVE SPACES TO WS-AudAntes
                       STRING ClienteCanalPreferido DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              ClienteEmail DELIMITED BY SIZE
                           INTO WS-AudAntes
                       MOVE WS-CanalNovo TO ClienteCanalPreferido
                       IF WS-CanalNovo = 'E'
                           MOVE WS-EmailNovo TO ClienteEmail
                       END-IF
                       MOVE SPACES TO WS-AudDepois
                       STRING ClienteCanalPreferido DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              ClienteEmail DELIMITED BY SIZE
                           INTO WS-AudDepois
                       REWRITE ClienteRecord
                       CALL 'GravarJournal' USING
                           'ConsentimentoCliente'
                           'clientes        ' ClienteRecord
                       CALL 'GravarAuditoria' USING WS-AudPrograma
                           WS-OperadorID WS-AudArquivo WS-AudChave
                           WS-AudCampo WS-AudAntes WS-AudDepois
                       DISPLAY 'Canal preferido atualizado.'
               END-READ
               CLOSE ClienteFile
           END-IF.

       END PROGRAM ConsentimentoCliente.
