       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcessoTitular.

      *****************************************************************
      *  AcessoTitular.cbl - Relatório de acesso do titular (LGPD).
      *  Dado um CPF, reúne num único documento tudo o que o banco
      *  mantém sobre a pessoa: o cadastro de clientes.dat, as contas
      *  em que figura como titular, cotitular ou procurador, as
      *  chaves PIX dessas contas (ou com o próprio CPF), os
      *  beneficiários cadastrados com o CPF, os consentimentos, os
      *  documentos do dossiê, as notificações enviadas, as
      *  contestações das contas, as manifestações de ouvidoria e as
      *  consultas ao cadastro registradas no jornal de segurança.
      *  O documento acesso_titular_AAAAMMDD_HHMMSS.txt vai para o
      *  spool como restrito, e o pedido abre uma pendência LGPD com
      *  o prazo legal de resposta, fechada no worklist quando o
      *  documento é entregue ao titular. Só supervisor ou gerente
      *  executa.
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

           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-ContaFileStatus.

           SELECT ProcuradorFile ASSIGN TO 'procuradores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProcFileStatus.

           SELECT ChavePixFile ASSIGN TO 'chaves_pix.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PixFileStatus.

           SELECT BeneficiarioFile ASSIGN TO 'beneficiarios.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BenefFileStatus.

           SELECT ConsentimentoFile ASSIGN TO 'consentimentos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ConsFileStatus.

           SELECT DocumentoFile ASSIGN TO 'documentos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DocFileStatus.

           SELECT NotificacaoFile ASSIGN TO 'notificacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NotifFileStatus.

           SELECT ContestacaoFile ASSIGN TO 'contestacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ContestFileStatus.

           SELECT OuvidoriaFile ASSIGN TO 'ouvidoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OuvFileStatus.

           SELECT SegurancaFile ASSIGN TO 'seguranca_eventos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SegFileStatus.

           SELECT SessaoFile ASSIGN TO 'sessao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
       COPY CLIEREC.

       FD  ContaFile.
       COPY CONTAREC.

       FD  ProcuradorFile.
       COPY PROCREC.

       FD  ChavePixFile.
       COPY PIXREC.

       FD  BeneficiarioFile.
       COPY BENEFREC.

       FD  ConsentimentoFile.
       COPY CONSENTREC.

       FD  DocumentoFile.
       COPY DOCREC.

       FD  NotificacaoFile.
       COPY NOTIFREC.

       FD  ContestacaoFile.
       COPY CONTESTREC.

       FD  OuvidoriaFile.
       COPY OUVREC.

       FD  SegurancaFile.
       COPY SEGREC.

       FD  SessaoFile.
       01  SessaoRecord.
           05  SessaoOperadorID       PIC X(10).
           05  SessaoPerfil           PIC X(1).
           05  SessaoLimite           PIC 9(7)V99.
           05  SessaoTreinamento      PIC X(1).
           05  SessaoAgencia          PIC 9(4).
           05  SessaoData             PIC 9(8).

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ClienteFileStatus PIC XX.
       01  WS-ContaFileStatus   PIC XX.
       01  WS-ProcFileStatus    PIC XX.
       01  WS-PixFileStatus     PIC XX.
       01  WS-BenefFileStatus   PIC XX.
       01  WS-ConsFileStatus    PIC XX.
       01  WS-DocFileStatus     PIC XX.
       01  WS-NotifFileStatus   PIC XX.
       01  WS-ContestFileStatus PIC XX.
       01  WS-OuvFileStatus     PIC XX.
       01  WS-SegFileStatus     PIC XX.
       01  WS-SessaoStatus      PIC XX.
       01  WS-ReportFileStatus  PIC XX.
       01  WS-ReportFileName    PIC X(40).
       01  WS-OperadorID        PIC X(10) VALUE SPACES.
       01  WS-OperPerfil        PIC X VALUE ' '.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-HoraAgora         PIC X(6) VALUE SPACES.
       01  WS-CPFTitular        PIC X(11) VALUE SPACES.
       01  WS-DocumentoBusca    PIC X(14) VALUE SPACES.
       01  WS-ClienteTitular    PIC 9(5) VALUE 0.
       01  WS-ClienteAchado     PIC X VALUE 'N'.
       01  WS-NomeTitular       PIC A(50) VALUE SPACES.
       01  WS-TituloSecao       PIC X(40) VALUE SPACES.
       01  WS-Confirma          PIC X VALUE 'N'.
      * Contas em que o titular figura, com o vínculo; usadas para
      * localizar chaves PIX, notificações e contestações.
       01  WS-ContasTitular.
           05  WS-QtdeContas    PIC 9(3) VALUE 0.
           05  WS-ContaVinc     OCCURS 100 TIMES.
               10  WS-VincConta PIC 9(7).
               10  WS-VincTipo  PIC X(10).
       01  WS-ContaIdx          PIC 9(3) VALUE 0.
       01  WS-CotIdx            PIC 9 VALUE 0.
       01  WS-ContaBusca        PIC 9(7) VALUE 0.
       01  WS-VinculoBusca      PIC X(10) VALUE SPACES.
       01  WS-ContaNaLista      PIC X VALUE 'N'.
       01  WS-QtdeItens         PIC 9(5) VALUE 0.
       01  WS-TotalItens        PIC 9(5) VALUE 0.
       01  WS-DetalheConsulta   PIC X(40) VALUE SPACES.
       01  WS-ValorEdit         PIC Z(6)9.99.
       01  WS-SaldoEdit         PIC -Z(6)9.99.
       01  WS-SegEvento         PIC X(4).
       01  WS-SegDetalhe        PIC X(40).
       01  WS-SpoolArquivo      PIC X(40).
       01  WS-SpoolAlvo         PIC X(20) VALUE SPACES.
       01  WS-PendConta         PIC 9(7) VALUE 0.
       01  WS-PendValor         PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao     PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HoraAgora
           PERFORM LerSessaoOperador
           IF WS-OperPerfil NOT = 'G' AND WS-OperPerfil NOT = 'S'
               DISPLAY 'Transação restrita a supervisor ou gerente.'
               GOBACK
           END-IF

           DISPLAY 'Relatório de acesso do titular (LGPD)'
           DISPLAY '-------------------------------------'
           DISPLAY 'CPF do titular (somente números): '
           ACCEPT WS-CPFTitular
           IF WS-CPFTitular = SPACES
               DISPLAY 'CPF não informado.'
               GOBACK
           END-IF
           MOVE WS-CPFTitular TO WS-DocumentoBusca

           PERFORM LocalizarTitular
           IF WS-ClienteAchado = 'N'
               DISPLAY 'CPF sem cadastro de cliente; o relatório'
               DISPLAY 'traz só os registros ligados ao documento.'
           ELSE
               DISPLAY 'Titular: ' WS-NomeTitular
           END-IF
           DISPLAY 'Confirma a geração do relatório? (S/N): '
           ACCEPT WS-Confirma
           IF WS-Confirma NOT = 'S' AND WS-Confirma NOT = 's'
               DISPLAY 'Relatório cancelado.'
               GOBACK
           END-IF

           PERFORM MontarNomeArquivo
           OPEN OUTPUT ReportFile
           PERFORM EscreverCabecalho
           PERFORM EscreverCadastro
           PERFORM ApurarContasTitular
           PERFORM EscreverContas
           PERFORM EscreverChavesPix
           PERFORM EscreverBeneficiarios
           PERFORM EscreverConsentimentos
           PERFORM EscreverDocumentos
           PERFORM EscreverNotificacoes
           PERFORM EscreverContestacoes
           PERFORM EscreverOuvidoria
           PERFORM EscreverAcessos
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Total de registros relatados: ' DELIMITED BY SIZE
                  WS-TotalItens DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           CLOSE ReportFile

           MOVE WS-ReportFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'AcessoTitular       ' 'LGPD' WS-OperadorID
               WS-SpoolAlvo 'S'

           MOVE SPACES TO WS-PendDescricao
           STRING 'Acesso do titular: entregar ' DELIMITED BY SIZE
                  WS-ReportFileName DELIMITED BY SPACE
               INTO WS-PendDescricao
           CALL 'RegistrarPendencia' USING 'AcessoTitular       '
               'LGPD' WS-PendConta WS-PendValor WS-PendDescricao

           MOVE 'CONS' TO WS-SegEvento
           MOVE SPACES TO WS-SegDetalhe
           STRING 'Acesso do titular ' DELIMITED BY SIZE
                  WS-ClienteTitular DELIMITED BY SIZE
               INTO WS-SegDetalhe
           CALL 'RegistrarEventoSeguranca' USING WS-OperadorID
               WS-SegEvento WS-SegDetalhe

           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           DISPLAY 'Registros relatados: ' WS-TotalItens
           DISPLAY 'Pendência LGPD aberta com o prazo de resposta.'
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

       LocalizarTitular.
           MOVE 'N' TO WS-ClienteAchado
           MOVE 0 TO WS-ClienteTitular
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '00'
               MOVE WS-CPFTitular TO ClienteCPF
               READ ClienteFile KEY IS ClienteCPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ClienteAchado
                       MOVE ClienteID TO WS-ClienteTitular
                       MOVE ClienteNome TO WS-NomeTitular
               END-READ
               CLOSE ClienteFile
           END-IF.

       MontarNomeArquivo.
           MOVE SPACES TO WS-ReportFileName
           STRING 'acesso_titular_' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-HoraAgora DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName.

       EscreverCabecalho.
           MOVE 'RELATÓRIO DE ACESSO DO TITULAR - LGPD' TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'CPF: ' DELIMITED BY SIZE
                  WS-CPFTitular DELIMITED BY SIZE
                  '   Emitido em ' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
                  ' por ' DELIMITED BY SIZE
                  WS-OperadorID DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE ALL '=' TO ReportLine(1:72)
           WRITE ReportLine.

       EscreverTituloSecao.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE ALL '-' TO ReportLine(1:72)
           MOVE WS-TituloSecao TO ReportLine(1:40)
           WRITE ReportLine
           MOVE 0 TO WS-QtdeItens.

       EscreverSecaoVazia.
           IF WS-QtdeItens = 0
               MOVE '  Nenhum registro.' TO ReportLine
               WRITE ReportLine
           END-IF
           ADD WS-QtdeItens TO WS-TotalItens.

      * Cadastro completo do cliente dono do CPF.
       EscreverCadastro.
           MOVE 'CADASTRO DE CLIENTE' TO WS-TituloSecao
           PERFORM EscreverTituloSecao
           IF WS-ClienteAchado = 'S'
               OPEN INPUT ClienteFile
               MOVE WS-ClienteTitular TO ClienteID
               READ ClienteFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM EscreverLinhasCadastro
               END-READ
               CLOSE ClienteFile
           END-IF
           PERFORM EscreverSecaoVazia.

       EscreverLinhasCadastro.
           MOVE 1 TO WS-QtdeItens
           MOVE SPACES TO ReportLine
           STRING '  ID: ' DELIMITED BY SIZE
                  ClienteID DELIMITED BY SIZE
                  '  Nome: ' DELIMITED BY SIZE
                  ClienteNome DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '  Endereço: ' DELIMITED BY SIZE
                  ClienteEndereco DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '  Telefone: ' DELIMITED BY SIZE
                  ClienteTelefone DELIMITED BY SIZE
                  '  E-mail: ' DELIMITED BY SIZE
                  ClienteEmail DELIMITED BY SIZE
                  '  Canal preferido: ' DELIMITED BY SIZE
                  ClienteCanalPreferido DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE ClienteRendaMensal TO WS-ValorEdit
           MOVE SPACES TO ReportLine
           STRING '  Ocupação: ' DELIMITED BY SIZE
                  ClienteOcupacao DELIMITED BY SIZE
                  '  Renda mensal: ' DELIMITED BY SIZE
                  WS-ValorEdit DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '  Tipo de pessoa: ' DELIMITED BY SIZE
                  ClienteTipoPessoa DELIMITED BY SIZE
                  '  CNPJ: ' DELIMITED BY SIZE
                  ClienteCNPJ DELIMITED BY SIZE
                  '  Nascimento/constituição: ' DELIMITED BY SIZE
                  ClienteDataNascimento DELIMITED BY SIZE
                  '  Responsável legal: ' DELIMITED BY SIZE
                  ClienteResponsavelID DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '  Situação: ' DELIMITED BY SIZE
                  ClienteStatus DELIMITED BY SIZE
                  '  Risco: ' DELIMITED BY SIZE
                  ClienteRisco DELIMITED BY SIZE
                  '  Revisão KYC: ' DELIMITED BY SIZE
                  ClienteDataRevisao DELIMITED BY SIZE
                  '  Segmento: ' DELIMITED BY SIZE
                  ClienteSegmento DELIMITED BY SIZE
                  '  Negativado: ' DELIMITED BY SIZE
                  ClienteNegativado DELIMITED BY SIZE
                  '  Gerente: ' DELIMITED BY SIZE
                  ClienteGerente DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '  Óbito: ' DELIMITED BY SIZE
                  ClienteObito DELIMITED BY SIZE
                  '  Data do óbito: ' DELIMITED BY SIZE
                  ClienteObitoData DELIMITED BY SIZE
                  '  Trava legal: ' DELIMITED BY SIZE
                  ClienteTravaLegal DELIMITED BY SIZE
                  '  Anonimização: ' DELIMITED BY SIZE
                  ClienteDataAnonimizacao DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * Contas como titular ou cotitular (contas.dat) e como
      * procurador (procuradores.dat).
       ApurarContasTitular.
           MOVE 0 TO WS-QtdeContas
           IF WS-ClienteAchado = 'S'
               OPEN INPUT ContaFile
               IF WS-ContaFileStatus = '00'
                   PERFORM UNTIL WS-ContaFileStatus = '10'
                       READ ContaFile NEXT RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               PERFORM ConferirVinculoConta
                       END-READ
                   END-PERFORM
                   CLOSE ContaFile
               END-IF
               OPEN INPUT ProcuradorFile
               IF WS-ProcFileStatus = '00'
                   PERFORM UNTIL WS-ProcFileStatus = '10'
                       READ ProcuradorFile
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF ProcClienteID = WS-ClienteTitular
                                   MOVE ProcContaNumero
                                       TO WS-ContaBusca
                                   MOVE 'PROCURADOR' TO WS-VinculoBusca
                                   PERFORM IncluirContaTitular
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ProcuradorFile
               END-IF
           END-IF.

       ConferirVinculoConta.
           MOVE ContaNumero TO WS-ContaBusca
           IF ContaClienteID = WS-ClienteTitular
               MOVE 'TITULAR' TO WS-VinculoBusca
               PERFORM IncluirContaTitular
           ELSE
               PERFORM VARYING WS-CotIdx FROM 1 BY 1
                       UNTIL WS-CotIdx > 3
                   IF WS-CotIdx <= ContaQtdeCotitulares AND
                           ContaCotitularClienteID(WS-CotIdx) =
                           WS-ClienteTitular
                       MOVE 'COTITULAR' TO WS-VinculoBusca
                       PERFORM IncluirContaTitular
                   END-IF
               END-PERFORM
           END-IF.

       IncluirContaTitular.
           IF WS-QtdeContas < 100
               ADD 1 TO WS-QtdeContas
               MOVE WS-ContaBusca TO WS-VincConta(WS-QtdeContas)
               MOVE WS-VinculoBusca TO WS-VincTipo(WS-QtdeContas)
           END-IF.

       ProcurarContaTitular.
           MOVE 'N' TO WS-ContaNaLista
           PERFORM VARYING WS-ContaIdx FROM 1 BY 1
                   UNTIL WS-ContaIdx > WS-QtdeContas
               IF WS-VincConta(WS-ContaIdx) = WS-ContaBusca
                   MOVE 'S' TO WS-ContaNaLista
               END-IF
           END-PERFORM.

       EscreverContas.
           MOVE 'CONTAS' TO WS-TituloSecao
           PERFORM EscreverTituloSecao
           IF WS-QtdeContas > 0
               OPEN INPUT ContaFile
               PERFORM VARYING WS-ContaIdx FROM 1 BY 1
                       UNTIL WS-ContaIdx > WS-QtdeContas
                   MOVE WS-VincConta(WS-ContaIdx) TO ContaNumero
                   READ ContaFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-QtdeItens
                           MOVE ContaSaldo TO WS-SaldoEdit
                           MOVE SPACES TO ReportLine
                           STRING '  Conta ' DELIMITED BY SIZE
                                  ContaNumero DELIMITED BY SIZE
                                  ' ag. ' DELIMITED BY SIZE
                                  ContaAgencia DELIMITED BY SIZE
                                  ' tipo ' DELIMITED BY SIZE
                                  ContaTipo DELIMITED BY SIZE
                                  ' situação ' DELIMITED BY SIZE
                                  ContaStatus DELIMITED BY SIZE
                                  ' vínculo ' DELIMITED BY SIZE
                                  WS-VincTipo(WS-ContaIdx)
                                      DELIMITED BY SIZE
                                  ' saldo ' DELIMITED BY SIZE
                                  WS-SaldoEdit DELIMITED BY SIZE
                               INTO ReportLine
                           WRITE ReportLine
                   END-READ
               END-PERFORM
               CLOSE ContaFile
           END-IF
           PERFORM EscreverSecaoVazia.

      * Chaves PIX das contas do titular ou com o próprio CPF.
       EscreverChavesPix.
           MOVE 'CHAVES PIX' TO WS-TituloSecao
           PERFORM EscreverTituloSecao
           OPEN INPUT ChavePixFile
           IF WS-PixFileStatus = '00'
               PERFORM UNTIL WS-PixFileStatus = '10'
                   READ ChavePixFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE ChavePixContaNumero TO WS-ContaBusca
                           PERFORM ProcurarContaTitular
                           IF WS-ContaNaLista = 'S' OR
                                   ChavePixValor = WS-CPFTitular
                               ADD 1 TO WS-QtdeItens
                               MOVE SPACES TO ReportLine
                               STRING '  Chave ' DELIMITED BY SIZE
                                      ChavePixTipo DELIMITED BY SIZE
                                      ' ' DELIMITED BY SIZE
                                      ChavePixValor DELIMITED BY SIZE
                                      ' conta ' DELIMITED BY SIZE
                                      ChavePixContaNumero
                                          DELIMITED BY SIZE
                                      ' registro ' DELIMITED BY SIZE
                                      ChavePixDataRegistro
                                          DELIMITED BY SIZE
                                      ' situação ' DELIMITED BY SIZE
                                      ChavePixStatus DELIMITED BY SIZE
                                   INTO ReportLine
                               WRITE ReportLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ChavePixFile
           END-IF
           PERFORM EscreverSecaoVazia.

      * Beneficiários cadastrados com o CPF do titular como documento.
       EscreverBeneficiarios.
           MOVE 'BENEFICIÁRIOS' TO WS-TituloSecao
           PERFORM EscreverTituloSecao
           OPEN INPUT BeneficiarioFile
           IF WS-BenefFileStatus = '00'
               PERFORM UNTIL WS-BenefFileStatus = '10'
                   READ BeneficiarioFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF BeneficiarioDocumento = WS-DocumentoBusca
                               ADD 1 TO WS-QtdeItens
                               MOVE SPACES TO ReportLine
                               STRING '  Beneficiário '
                                          DELIMITED BY SIZE
                                      BeneficiarioID DELIMITED BY SIZE
                                      ' ' DELIMITED BY SIZE
                                      BeneficiarioNome DELIMITED BY SIZE
                                      ' cobrança ' DELIMITED BY SIZE
                                      BeneficiarioDadosCobranca
                                          DELIMITED BY SIZE
                                      ' situação ' DELIMITED BY SIZE
                                      BeneficiarioStatus
                                          DELIMITED BY SIZE
                                   INTO ReportLine
                               WRITE ReportLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BeneficiarioFile
           END-IF
           PERFORM EscreverSecaoVazia.

       EscreverConsentimentos.
           MOVE 'CONSENTIMENTOS' TO WS-TituloSecao
           PERFORM EscreverTituloSecao
           IF WS-ClienteAchado = 'S'
               OPEN INPUT ConsentimentoFile
               IF WS-ConsFileStatus = '00'
                   PERFORM UNTIL WS-ConsFileStatus = '10'
                       READ ConsentimentoFile
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF ConsClienteID = WS-ClienteTitular
                                   PERFORM EscreverLinhaConsentimento
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ConsentimentoFile
               END-IF
           END-IF
           PERFORM EscreverSecaoVazia.

       EscreverLinhaConsentimento.
           ADD 1 TO WS-QtdeItens
           MOVE SPACES TO ReportLine
           STRING '  ' DELIMITED BY SIZE
                  ConsData DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ConsHora DELIMITED BY SIZE
                  ' finalidade ' DELIMITED BY SIZE
                  ConsFinalidade DELIMITED BY SIZE
                  ' situação ' DELIMITED BY SIZE
                  ConsSituacao DELIMITED BY SIZE
                  ' coleta ' DELIMITED BY SIZE
                  ConsCanalColeta DELIMITED BY SIZE
                  ' operador ' DELIMITED BY SIZE
                  ConsOperador DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * Documentos do dossiê, inclusive os já substituídos.
       EscreverDocumentos.
           MOVE 'DOCUMENTOS DO DOSSIÊ' TO WS-TituloSecao
           PERFORM EscreverTituloSecao
           IF WS-ClienteAchado = 'S'
               OPEN INPUT DocumentoFile
               IF WS-DocFileStatus = '00'
                   PERFORM UNTIL WS-DocFileStatus = '10'
                       READ DocumentoFile
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF DocClienteID = WS-ClienteTitular
                                   PERFORM EscreverLinhaDocumento
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DocumentoFile
               END-IF
           END-IF
           PERFORM EscreverSecaoVazia.

       EscreverLinhaDocumento.
           ADD 1 TO WS-QtdeItens
           MOVE SPACES TO ReportLine
           STRING '  ' DELIMITED BY SIZE
                  DocTipo DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DocNumero DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DocOrgaoEmissor DELIMITED BY SIZE
                  ' emissão ' DELIMITED BY SIZE
                  DocDataEmissao DELIMITED BY SIZE
                  ' validade ' DELIMITED BY SIZE
                  DocDataValidade DELIMITED BY SIZE
                  ' situação ' DELIMITED BY SIZE
                  DocSituacao DELIMITED BY SIZE
                  ' guarda ' DELIMITED BY SIZE
                  DocLocalGuarda DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      * Notificações já enviadas ao titular ou sobre as suas contas.
       EscreverNotificacoes.
           MOVE 'NOTIFICAÇÕES ENVIADAS' TO WS-TituloSecao
           PERFORM EscreverTituloSecao
           IF WS-ClienteAchado = 'S'
               OPEN INPUT NotificacaoFile
               IF WS-NotifFileStatus = '00'
                   PERFORM UNTIL WS-NotifFileStatus = '10'
                       READ NotificacaoFile
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               PERFORM ConferirNotificacao
                       END-READ
                   END-PERFORM
                   CLOSE NotificacaoFile
               END-IF
           END-IF
           PERFORM EscreverSecaoVazia.

       ConferirNotificacao.
           MOVE NotifContaNumero TO WS-ContaBusca
           PERFORM ProcurarContaTitular
           IF NotifEnviada AND (NotifClienteID = WS-ClienteTitular OR
                   (NotifClienteID = 0 AND WS-ContaNaLista = 'S'))
               ADD 1 TO WS-QtdeItens
               MOVE NotifValor TO WS-ValorEdit
               MOVE SPACES TO ReportLine
               STRING '  ' DELIMITED BY SIZE
                      NotifData DELIMITED BY SIZE
                      ' [' DELIMITED BY SIZE
                      NotifTipo DELIMITED BY SIZE
                      '] canal ' DELIMITED BY SIZE
                      NotifCanal DELIMITED BY SIZE
                      ' conta ' DELIMITED BY SIZE
                      NotifContaNumero DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      NotifTexto DELIMITED BY SIZE
                      ' R$ ' DELIMITED BY SIZE
                      WS-ValorEdit DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF.

       EscreverContestacoes.
           MOVE 'CONTESTAÇÕES' TO WS-TituloSecao
           PERFORM EscreverTituloSecao
           IF WS-QtdeContas > 0
               OPEN INPUT ContestacaoFile
               IF WS-ContestFileStatus = '00'
                   PERFORM UNTIL WS-ContestFileStatus = '10'
                       READ ContestacaoFile
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE ContestContaNumero
                                   TO WS-ContaBusca
                               PERFORM ProcurarContaTitular
                               IF WS-ContaNaLista = 'S'
                                   PERFORM EscreverLinhaContestacao
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ContestacaoFile
               END-IF
           END-IF
           PERFORM EscreverSecaoVazia.

       EscreverLinhaContestacao.
           ADD 1 TO WS-QtdeItens
           MOVE ContestValor TO WS-ValorEdit
           MOVE SPACES TO ReportLine
           STRING '  Protocolo ' DELIMITED BY SIZE
                  ContestProtocolo DELIMITED BY SIZE
                  ' conta ' DELIMITED BY SIZE
                  ContestContaNumero DELIMITED BY SIZE
                  ' movimento ' DELIMITED BY SIZE
                  ContestDataMov DELIMITED BY SIZE
                  ' R$ ' DELIMITED BY SIZE
                  WS-ValorEdit DELIMITED BY SIZE
                  ' aberta ' DELIMITED BY SIZE
                  ContestDataAbertura DELIMITED BY SIZE
                  ' situação ' DELIMITED BY SIZE
                  ContestStatus DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       EscreverOuvidoria.
           MOVE 'OUVIDORIA' TO WS-TituloSecao
           PERFORM EscreverTituloSecao
           IF WS-ClienteAchado = 'S'
               OPEN INPUT OuvidoriaFile
               IF WS-OuvFileStatus = '00'
                   PERFORM UNTIL WS-OuvFileStatus = '10'
                       READ OuvidoriaFile
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF OuvClienteID = WS-ClienteTitular
                                   PERFORM EscreverLinhaOuvidoria
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OuvidoriaFile
               END-IF
           END-IF
           PERFORM EscreverSecaoVazia.

       EscreverLinhaOuvidoria.
           ADD 1 TO WS-QtdeItens
           MOVE SPACES TO ReportLine
           STRING '  Protocolo ' DELIMITED BY SIZE
                  OuvProtocolo DELIMITED BY SIZE
                  ' de ' DELIMITED BY SIZE
                  OuvDataRegistro DELIMITED BY SIZE
                  ' categoria ' DELIMITED BY SIZE
                  OuvCategoria DELIMITED BY SIZE
                  ' situação ' DELIMITED BY SIZE
                  OuvStatus DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING '    Relato: ' DELIMITED BY SIZE
                  OuvNarrativa DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           IF OuvResolucao NOT = SPACES
               MOVE SPACES TO ReportLine
               STRING '    Resposta: ' DELIMITED BY SIZE
                      OuvResolucao DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF.

      * Consultas ao cadastro do titular registradas no jornal de
      * segurança (evento CONS da consulta de clientes).
       EscreverAcessos.
           MOVE 'ACESSOS AO CADASTRO' TO WS-TituloSecao
           PERFORM EscreverTituloSecao
           IF WS-ClienteAchado = 'S'
               MOVE SPACES TO WS-DetalheConsulta
               STRING 'Consulta de cliente ' DELIMITED BY SIZE
                      WS-ClienteTitular DELIMITED BY SIZE
                   INTO WS-DetalheConsulta
               OPEN INPUT SegurancaFile
               IF WS-SegFileStatus = '00'
                   PERFORM UNTIL WS-SegFileStatus = '10'
                       READ SegurancaFile
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF SegEvento = 'CONS' AND
                                       SegDetalhe = WS-DetalheConsulta
                                   PERFORM EscreverLinhaAcesso
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SegurancaFile
               END-IF
           END-IF
           PERFORM EscreverSecaoVazia.

       EscreverLinhaAcesso.
           ADD 1 TO WS-QtdeItens
           MOVE SPACES TO ReportLine
           STRING '  ' DELIMITED BY SIZE
                  SegData DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SegHora DELIMITED BY SIZE
                  ' operador ' DELIMITED BY SIZE
                  SegOperadorID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SegDetalhe DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

       END PROGRAM AcessoTitular.
