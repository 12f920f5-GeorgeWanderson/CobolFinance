       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnvioCCS.

      *****************************************************************
      *  EnvioCCS.cbl - Envio diário ao CCS (Cadastro de Clientes do
      *  Sistema Financeiro) do Banco Central. No envio, levanta os
      *  vínculos iniciados e encerrados no dia:
      *    - abertura e encerramento de conta (auditoria de Status
      *      de contas.dat): titular e cotitulares;
      *    - transferência de titularidade (ContaClienteID): fim do
      *      titular antigo, início do novo e fim do vínculo de
      *      cotitular de quem virou titular;
      *    - procurações registradas e canceladas no dia
      *      (procuradores.dat).
      *  Gera ccs_<AAAAMMDD>.dat com header/trailer de controle
      *  (soma = números de conta), um registro por vínculo com o
      *  CPF/CNPJ e a data de início ou de fim. No retorno, confere
      *  as críticas do BC (ccs_retorno_<AAAAMMDD>.dat, com
      *  header/trailer) e abre uma pendência CCS por crítica.
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

           SELECT AuditoriaFile ASSIGN TO 'auditoria.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AuditFileStatus.

           SELECT ProcuradorFile ASSIGN TO 'procuradores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ProcFileStatus.

           SELECT CcsFile ASSIGN DYNAMIC WS-CcsFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CcsFileStatus.

           SELECT RetornoFile ASSIGN DYNAMIC WS-RetornoFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RetFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  ClienteFile.
       COPY CLIEREC.

       FD  AuditoriaFile.
       COPY AUDITREC.

       FD  ProcuradorFile.
       COPY PROCREC.

       FD  CcsFile.
       01  CcsLinha                   PIC X(200).
       01  CcsDetalhe.
           05  CcsSequencia           PIC 9(7).
           05  CcsEvento              PIC X(1).
      *        'I' início de vínculo, 'F' fim de vínculo.
           05  CcsVinculo             PIC X(1).
      *        'T' titular, 'C' cotitular, 'P' procurador.
           05  CcsDocumento           PIC X(14).
           05  CcsTipoPessoa          PIC X(1).
           05  CcsNome                PIC A(50).
           05  CcsAgencia             PIC 9(4).
           05  CcsConta               PIC 9(7).
           05  CcsDataInicio          PIC 9(8).
           05  CcsDataFim             PIC 9(8).

      * Críticas devolvidas pelo BC: o sequencial é o do registro
      * no arquivo enviado.
       FD  RetornoFile.
       COPY CTRLREC.
       01  RetornoRecord.
           05  RetCcsSequencia        PIC 9(7).
           05  RetCcsConta            PIC 9(7).
           05  RetCcsCodigo           PIC X(6).
           05  RetCcsMotivo           PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-ClienteFileStatus   PIC XX.
       01  WS-AuditFileStatus     PIC XX.
       01  WS-ProcFileStatus      PIC XX.
       01  WS-CcsFileStatus       PIC XX.
       01  WS-RetFileStatus       PIC XX.
       01  WS-CcsFileName         PIC X(40).
       01  WS-RetornoFileName     PIC X(40).
       01  WS-DataRef             PIC 9(8) VALUE 0.
       01  WS-Modo                PIC X VALUE 'E'.
      * Vínculo a informar.
       01  WS-VincEvento          PIC X(1).
       01  WS-VincTipo            PIC X(1).
       01  WS-VincClienteID       PIC 9(5) VALUE 0.
       01  WS-VincConta           PIC 9(7) VALUE 0.
       01  WS-VincAgencia         PIC 9(4) VALUE 0.
       01  WS-VincDataInicio      PIC 9(8) VALUE 0.
       01  WS-VincDataFim         PIC 9(8) VALUE 0.
       01  WS-ContaAchada         PIC X VALUE 'N'.
       01  WS-CotIdx              PIC 9(1) VALUE 0.
      * Última troca de titularidade lida na trilha: o cotitular
      * removido logo depois dela é o próprio novo titular.
       01  WS-TrocaConta          PIC 9(7) VALUE 0.
       01  WS-TrocaNovoID         PIC 9(5) VALUE 0.
       01  WS-AntigoID            PIC 9(5) VALUE 0.
       01  WS-AuditLidas          PIC 9(7) VALUE 0.
       01  WS-ProcLidas           PIC 9(7) VALUE 0.
       01  WS-QtdeInicios         PIC 9(7) VALUE 0.
       01  WS-QtdeFins            PIC 9(7) VALUE 0.
       01  WS-SemCadastro         PIC 9(7) VALUE 0.
      * Conferência do retorno.
       01  WS-ControleOK          PIC X VALUE 'N'.
       01  WS-PrimeiraLinha       PIC X VALUE 'S'.
       01  WS-TrailerVisto        PIC X VALUE 'N'.
       01  WS-CtrlDetalhes        PIC 9(7) VALUE 0.
       01  WS-CtrlChecksum        PIC 9(11)V99 VALUE 0.
       01  WS-GradeArquivo        PIC X(30).
       01  WS-GradeLiberado       PIC X VALUE 'N'.
       01  WS-QtdeCriticas        PIC 9(7) VALUE 0.
      * Totais do arquivo.
       01  WS-Sequencia           PIC 9(7) VALUE 0.
       01  WS-SomaControle        PIC 9(11)V99 VALUE 0.
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.

       01  WS-PendOrigem          PIC X(20) VALUE 'EnvioCCS'.
       01  WS-PendTipo            PIC X(4) VALUE 'CCS '.
       01  WS-PendValor           PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao       PIC X(60).

       01  WS-RunPrograma         PIC X(20).
       01  WS-RunCompetencia      PIC 9(8) VALUE 0.
       01  WS-RunOperador         PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado       PIC X VALUE 'N'.

       01  WS-ExecPrograma        PIC X(20) VALUE 'EnvioCCS'.
       01  WS-ExecEvento          PIC X(3).
       01  WS-ExecSituacao        PIC X(4) VALUE 'OK  '.
       01  WS-ExecLidos           PIC 9(7) VALUE 0.
       01  WS-ExecPostados        PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados      PIC 9(7) VALUE 0.

       01  WS-SpoolArquivo        PIC X(40).
       01  WS-SpoolAlvo           PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd

           DISPLAY 'Data do movimento (AAAAMMDD, ENTER = hoje): '
           ACCEPT WS-DataRef
           IF WS-DataRef = 0
               MOVE WS-DataHojeOrd TO WS-DataRef
           END-IF

           DISPLAY '[E]nvio dos vínculos ou [R]etorno das críticas'
           DISPLAY 'do BC: '
           ACCEPT WS-Modo
           MOVE FUNCTION UPPER-CASE(WS-Modo) TO WS-Modo
           IF WS-Modo = 'R'
               PERFORM ProcessarRetorno
           ELSE
               PERFORM GerarEnvio
           END-IF
           STOP RUN.

      * Um envio por data de movimento: a segunda rodada mandaria
      * os mesmos vínculos em duplicidade.
       GerarEnvio.
           MOVE 'EnvioCCS' TO WS-RunPrograma
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

           STRING 'ccs_' DELIMITED BY SIZE
                  WS-DataRef DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-CcsFileName

           OPEN INPUT ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN INPUT ContaFile
           END-IF
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '35'
               OPEN OUTPUT ClienteFile
               CLOSE ClienteFile
               OPEN INPUT ClienteFile
           END-IF

           OPEN OUTPUT CcsFile
           MOVE SPACES TO ControleRegistro
           MOVE 'H' TO CtrlTipo
           MOVE WS-DataRef TO CtrlData
           MOVE 1 TO CtrlSequencia
           MOVE 0 TO CtrlContagem
           MOVE 0 TO CtrlSoma
           WRITE CcsLinha FROM ControleRegistro

           PERFORM ProcessarAuditoria
           PERFORM ProcessarProcuradores

           MOVE SPACES TO ControleRegistro
           MOVE 'T' TO CtrlTipo
           MOVE WS-DataRef TO CtrlData
           MOVE 1 TO CtrlSequencia
           MOVE WS-Sequencia TO CtrlContagem
           MOVE WS-SomaControle TO CtrlSoma
           WRITE CcsLinha FROM ControleRegistro
           CLOSE CcsFile
           CLOSE ClienteFile
           CLOSE ContaFile

           COMPUTE WS-ExecLidos = WS-AuditLidas + WS-ProcLidas
           MOVE WS-Sequencia TO WS-ExecPostados
           MOVE WS-SemCadastro TO WS-ExecRejeitados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           MOVE SPACES TO WS-SpoolAlvo
           MOVE WS-DataRef TO WS-SpoolAlvo(1:8)
           MOVE WS-CcsFileName TO WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'EnvioCCS            ' 'CCS ' 'BATCH     '
               WS-SpoolAlvo 'S'

           DISPLAY 'Inícios de vínculo: ' WS-QtdeInicios
           DISPLAY 'Fins de vínculo: ' WS-QtdeFins
           DISPLAY 'Vínculos sem cadastro do cliente: '
               WS-SemCadastro
           DISPLAY 'Arquivo: ' WS-CcsFileName.

      * Trilha de contas.dat do dia: Status de branco para ativo é
      * abertura, para encerrada é encerramento; ContaClienteID e
      * ContaCotitular são a transferência de titularidade.
       ProcessarAuditoria.
           MOVE 0 TO WS-TrocaConta
           OPEN INPUT AuditoriaFile
           IF WS-AuditFileStatus = '00'
               PERFORM UNTIL WS-AuditFileStatus = '10'
                   READ AuditoriaFile INTO AuditoriaRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-AuditLidas
                           IF AuditData = WS-DataRef AND
                                   AuditArquivo = 'contas'
                               PERFORM TratarLinhaAuditoria
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuditoriaFile
           END-IF.

       TratarLinhaAuditoria.
           EVALUATE AuditCampo
               WHEN 'Status'
                   IF AuditValorAntes(1:1) = SPACE AND
                           AuditValorDepois(1:1) = 'A'
                       MOVE 'I' TO WS-VincEvento
                       PERFORM InformarContaInteira
                   ELSE
                   IF AuditValorDepois(1:1) = 'E' AND
                           AuditValorAntes(1:1) NOT = 'E'
                       MOVE 'F' TO WS-VincEvento
                       PERFORM InformarContaInteira
                   END-IF
                   END-IF
               WHEN 'ContaClienteID'
                   MOVE AuditChave TO WS-VincConta
                   PERFORM LerConta
                   IF WS-ContaAchada = 'S'
                       IF AuditValorAntes(1:5) IS NUMERIC
                           MOVE AuditValorAntes(1:5) TO WS-AntigoID
                           MOVE 'F' TO WS-VincEvento
                           MOVE 'T' TO WS-VincTipo
                           MOVE WS-AntigoID TO WS-VincClienteID
                           PERFORM InformarVinculo
                       END-IF
                       IF AuditValorDepois(1:5) IS NUMERIC
                           MOVE AuditChave TO WS-TrocaConta
                           MOVE AuditValorDepois(1:5) TO WS-TrocaNovoID
                           MOVE 'I' TO WS-VincEvento
                           MOVE 'T' TO WS-VincTipo
                           MOVE WS-TrocaNovoID TO WS-VincClienteID
                           PERFORM InformarVinculo
                       END-IF
                   END-IF
               WHEN 'ContaCotitular'
                   IF AuditChave = WS-TrocaConta
                       MOVE AuditChave TO WS-VincConta
                       PERFORM LerConta
                       IF WS-ContaAchada = 'S'
                           MOVE 'F' TO WS-VincEvento
                           MOVE 'C' TO WS-VincTipo
                           MOVE WS-TrocaNovoID TO WS-VincClienteID
                           PERFORM InformarVinculo
                       END-IF
                   END-IF
           END-EVALUATE.

      * Abertura e encerramento alcançam o titular e todos os
      * cotitulares da conta.
       InformarContaInteira.
           MOVE AuditChave TO WS-VincConta
           PERFORM LerConta
           IF WS-ContaAchada = 'S'
               MOVE 'T' TO WS-VincTipo
               MOVE ContaClienteID TO WS-VincClienteID
               PERFORM InformarVinculo
               MOVE 'C' TO WS-VincTipo
               PERFORM VARYING WS-CotIdx FROM 1 BY 1
                       UNTIL WS-CotIdx > 3
                   IF ContaCotitularClienteID(WS-CotIdx) > 0
                       MOVE ContaCotitularClienteID(WS-CotIdx)
                           TO WS-VincClienteID
                       PERFORM InformarVinculo
                   END-IF
               END-PERFORM
           END-IF.

      * Procuração registrada no dia abre vínculo; cancelada no dia
      * fecha o vínculo aberto no registro.
       ProcessarProcuradores.
           OPEN INPUT ProcuradorFile
           IF WS-ProcFileStatus = '00'
               PERFORM UNTIL WS-ProcFileStatus = '10'
                   READ ProcuradorFile INTO ProcuradorRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-ProcLidas
                           PERFORM TratarProcuracao
                   END-READ
               END-PERFORM
               CLOSE ProcuradorFile
           END-IF.

       TratarProcuracao.
           MOVE ProcContaNumero TO WS-VincConta
           MOVE ProcClienteID TO WS-VincClienteID
           MOVE 'P' TO WS-VincTipo
           IF ProcDataRegistro = WS-DataRef
               PERFORM LerConta
               IF WS-ContaAchada = 'S'
                   MOVE 'I' TO WS-VincEvento
                   PERFORM InformarVinculo
               END-IF
           END-IF
           IF ProcCancelado AND ProcDataCancelamento IS NUMERIC
               IF ProcDataCancelamento = WS-DataRef
                   PERFORM LerConta
                   IF WS-ContaAchada = 'S'
                       MOVE 'F' TO WS-VincEvento
                       MOVE ProcContaNumero TO WS-VincConta
                       MOVE ProcClienteID TO WS-VincClienteID
                       PERFORM InformarVinculo
                   END-IF
               END-IF
           END-IF.

       LerConta.
           MOVE 'N' TO WS-ContaAchada
           MOVE WS-VincConta TO ContaNumero
           READ ContaFile
               INVALID KEY
                   DISPLAY 'Conta ' WS-VincConta
                       ' da trilha não encontrada.'
               NOT INVALID KEY
                   MOVE 'S' TO WS-ContaAchada
                   MOVE ContaAgencia TO WS-VincAgencia
           END-READ.

      * Grava o vínculo com o documento do cliente: CPF da pessoa
      * física, CNPJ da jurídica. Início traz a data do evento no
      * início do vínculo; fim traz a data no fim (e o registro da
      * procuração como início, quando conhecido).
       InformarVinculo.
           MOVE WS-VincClienteID TO ClienteID
           READ ClienteFile
               INVALID KEY
                   ADD 1 TO WS-SemCadastro
                   DISPLAY 'Cliente ' WS-VincClienteID ' da conta '
                       WS-VincConta ' sem cadastro; vínculo não'
                       ' enviado.'
               NOT INVALID KEY
                   PERFORM GravarVinculo
           END-READ.

       GravarVinculo.
           IF WS-VincEvento = 'I'
               MOVE WS-DataRef TO WS-VincDataInicio
               MOVE 0 TO WS-VincDataFim
               ADD 1 TO WS-QtdeInicios
           ELSE
               MOVE 0 TO WS-VincDataInicio
               IF WS-VincTipo = 'P'
                   MOVE ProcDataRegistro TO WS-VincDataInicio
               END-IF
               MOVE WS-DataRef TO WS-VincDataFim
               ADD 1 TO WS-QtdeFins
           END-IF

           ADD 1 TO WS-Sequencia
           MOVE SPACES TO CcsDetalhe
           MOVE WS-Sequencia TO CcsSequencia
           MOVE WS-VincEvento TO CcsEvento
           MOVE WS-VincTipo TO CcsVinculo
           IF ClientePessoaJuridica
               MOVE 'J' TO CcsTipoPessoa
               MOVE ClienteCNPJ TO CcsDocumento
           ELSE
               MOVE 'F' TO CcsTipoPessoa
               MOVE ClienteCPF TO CcsDocumento
           END-IF
           MOVE ClienteNome TO CcsNome
           MOVE WS-VincAgencia TO CcsAgencia
           MOVE WS-VincConta TO CcsConta
           MOVE WS-VincDataInicio TO CcsDataInicio
           MOVE WS-VincDataFim TO CcsDataFim
           WRITE CcsDetalhe
           ADD WS-VincConta TO WS-SomaControle.

      * Críticas do BC: conferência de header/trailer antes de abrir
      * qualquer pendência (soma = sequenciais criticados). Um
      * retorno por data, para não duplicar as pendências.
       ProcessarRetorno.
           MOVE 'RetornoCCS' TO WS-RunPrograma
           MOVE WS-DataRef TO WS-RunCompetencia
           CALL 'ControleExecucao' USING WS-RunPrograma
               WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           IF WS-RunAutorizado NOT = 'S'
               STOP RUN
           END-IF

           STRING 'ccs_retorno_' DELIMITED BY SIZE
                  WS-DataRef DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-RetornoFileName
           MOVE WS-RetornoFileName TO WS-GradeArquivo
           CALL 'VerificarArquivoEsperado' USING WS-GradeArquivo
               WS-GradeLiberado
           IF WS-GradeLiberado NOT = 'S'
               STOP RUN
           END-IF

           OPEN INPUT RetornoFile
           IF WS-RetFileStatus NOT = '00'
               DISPLAY 'Arquivo ' WS-RetornoFileName
                   ' não encontrado!'
               STOP RUN
           END-IF
           PERFORM ValidarControleArquivo
           CLOSE RetornoFile
           IF WS-ControleOK NOT = 'S'
               DISPLAY 'Retorno recusado pela conferência de'
               DISPLAY 'controle (header/trailer).'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           MOVE 0 TO WS-QtdeCriticas
           MOVE 'S' TO WS-PrimeiraLinha
           OPEN INPUT RetornoFile
           PERFORM UNTIL WS-RetFileStatus = '10'
               READ RetornoFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-PrimeiraLinha = 'S'
                           MOVE 'N' TO WS-PrimeiraLinha
                       ELSE
                       IF NOT CtrlTrailer
                           PERFORM RegistrarCritica
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RetornoFile

           MOVE WS-QtdeCriticas TO WS-ExecLidos
           MOVE WS-QtdeCriticas TO WS-ExecPostados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           DISPLAY 'Críticas do BC registradas como pendência: '
               WS-QtdeCriticas.

       RegistrarCritica.
           ADD 1 TO WS-QtdeCriticas
           MOVE SPACES TO WS-PendDescricao
           STRING 'CCS reg ' DELIMITED BY SIZE
                  RetCcsSequencia DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RetCcsCodigo DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RetCcsMotivo DELIMITED BY SIZE
               INTO WS-PendDescricao
           CALL 'RegistrarPendencia' USING WS-PendOrigem
               WS-PendTipo RetCcsConta WS-PendValor
               WS-PendDescricao
           DISPLAY WS-PendDescricao.

       ValidarControleArquivo.
           MOVE 'N' TO WS-ControleOK
           MOVE 'S' TO WS-PrimeiraLinha
           MOVE 'N' TO WS-TrailerVisto
           MOVE 0 TO WS-CtrlDetalhes
           MOVE 0 TO WS-CtrlChecksum
           PERFORM UNTIL WS-RetFileStatus = '10'
               READ RetornoFile
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
               ADD RetCcsSequencia TO WS-CtrlChecksum
           END-IF
           END-IF.

       END PROGRAM EnvioCCS.
