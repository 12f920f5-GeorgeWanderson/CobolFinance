       IDENTIFICATION DIVISION.
       PROGRAM-ID. SaneamentoCadastral.

      *****************************************************************
      *  SaneamentoCadastral.cbl - Saneamento mensal da base de
      *  clientes. Aplica a todo cliente ativo ou bloqueado (fora os
      *  anonimizados) as críticas de qualidade do cadastro, cada
      *  uma com o seu peso na nota de 0 a 100:
      *    - CPF (ou CNPJ da PJ) inválido pelo Validacao ....... 25
      *    - endereço em branco ou incompleto .................. 20
      *    - telefone com letras ou sem DDD + número ........... 15
      *    - renda/faturamento zerado .......................... 15
      *    - nome duplicado com outra grafia (mesma chave sem
      *      vogais e partículas, mesmo nascimento) ............ 10
      *    - endereço repetido em mais clientes que o parâmetro
      *      SANEAMENTO-END-MAX (padrão 5) ..................... 10
      *    - nascimento/constituição não informado ............. 5
      *  A nota do mês vai para qualidade_cadastro.dat; cliente com
      *  nota abaixo de SANEAMENTO-NOTA-MIN (padrão 70) e sem
      *  pendência CADQ em aberto ganha pendência de atualização,
      *  já entregue ao gerente da carteira (ClienteGerente). O
      *  relatório saneamento_AAAAMM.txt traz a evolução dos
      *  indicadores por agência nos últimos doze meses.
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
               FILE STATUS IS WS-FileStatus.

           SELECT PendenciaFile ASSIGN TO 'pendencias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PendFileStatus.

           SELECT PendenciaSeqFile ASSIGN TO 'pendseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PendSeqFileStatus.

           SELECT QualidadeFile ASSIGN TO 'qualidade_cadastro.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QualFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC WS-ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
       COPY CLIEREC.

       FD  ContaFile.
       COPY CONTAREC.

       FD  PendenciaFile.
       COPY PENDREC.

       FD  PendenciaSeqFile.
       01  PendenciaSeqRecord.
           05  SeqUltimaPendID        PIC 9(7).

       FD  QualidadeFile.
       COPY QUALCADREC.

       FD  ReportFile.
       01  ReportLine                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ClienteFileStatus   PIC XX.
       01  WS-FileStatus          PIC XX.
       01  WS-PendFileStatus      PIC XX.
       01  WS-PendSeqFileStatus   PIC XX.
       01  WS-QualFileStatus      PIC XX.
       01  WS-RptFileStatus       PIC XX.
       01  WS-ReportFileName      PIC X(40).
       01  WS-Competencia         PIC 9(6) VALUE 0.
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-NotaMinima          PIC 9(3) VALUE 70.
       01  WS-EnderecoMax         PIC 9(3) VALUE 5.
      * Peso e rótulo de cada crítica, na ordem de QualCriticas.
       01  WS-PesoValores         PIC X(14) VALUE '25201515101005'.
       01  WS-PesoTabela REDEFINES WS-PesoValores.
           05  WS-Peso            PIC 9(2) OCCURS 7 TIMES.
       01  WS-RotuloValores       PIC X(42)
           VALUE 'DOC   END   TEL   RENDA NOME  ENDREPNASC  '.
       01  WS-RotuloTabela REDEFINES WS-RotuloValores.
           05  WS-Rotulo          PIC X(6) OCCURS 7 TIMES.
       01  WS-CritIdx             PIC 9 VALUE 0.
      * Clientes avaliados, na ordem da chave de clientes.dat.
       01  WS-ClQtde              PIC 9(4) VALUE 0.
       01  WS-ClTabela.
           05  WS-ClLinha OCCURS 3000 TIMES.
               10  WS-ClID            PIC 9(5).
               10  WS-ClNomeChave     PIC X(30).
               10  WS-ClEndChave      PIC X(40).
               10  WS-ClNascimento    PIC 9(8).
               10  WS-ClGerente       PIC X(10).
               10  WS-ClAgencia       PIC 9(4).
               10  WS-ClConta         PIC 9(7).
               10  WS-ClAgAtiva       PIC X(1).
               10  WS-ClCriticas.
                   15  WS-ClCritica   PIC X(1) OCCURS 7 TIMES.
               10  WS-ClNota          PIC 9(3).
               10  WS-ClPendAberta    PIC X(1).
       01  WS-ClIdx               PIC 9(4) VALUE 0.
       01  WS-ClOutro             PIC 9(4) VALUE 0.
       01  WS-ClAchado            PIC X VALUE 'N'.
       01  WS-ClienteProcurado    PIC 9(5) VALUE 0.
       01  WS-TabelaEstourada     PIC X VALUE 'N'.
       01  WS-EndRepeticoes       PIC 9(4) VALUE 0.
      * Pendências abertas nesta rodada e o gerente que as recebe.
       01  WS-PaQtde              PIC 9(4) VALUE 0.
       01  WS-PaTabela.
           05  WS-PaLinha OCCURS 3000 TIMES.
               10  WS-PaPendID        PIC 9(7).
               10  WS-PaGerente       PIC X(10).
       01  WS-PaIdx               PIC 9(4) VALUE 0.
      * Montagem das chaves de comparação.
       01  WS-Texto               PIC X(100).
       01  WS-Chave               PIC X(40).
       01  WS-ChaveTam            PIC 9(2) VALUE 0.
       01  WS-ChaveMax            PIC 9(2) VALUE 0.
       01  WS-Pos                 PIC 9(3) VALUE 0.
       01  WS-Letra               PIC X(1).
       01  WS-UltimaLetra         PIC X(1).
       01  WS-Preenchidos         PIC 9(3) VALUE 0.
       01  WS-Digitos             PIC 9(3) VALUE 0.
       01  WS-TelefoneOk          PIC X VALUE 'S'.
       01  WS-TipoValidacao       PIC X(4).
       01  WS-ValorEntrada        PIC X(47).
       01  WS-ValorValido         PIC X VALUE 'N'.
      * Evolução por agência nos doze meses até a competência; o
      * mês 12 é a competência da rodada.
       01  WS-MesBase             PIC 9(6) VALUE 0.
       01  WS-MesRegistro         PIC 9(6) VALUE 0.
       01  WS-MesDistancia        PIC S9(6) VALUE 0.
       01  WS-MesIdx              PIC 9(2) VALUE 0.
       01  WS-MesData.
           05  WS-MesAno          PIC 9(4).
           05  WS-MesNumero       PIC 9(2).
       01  WS-MesTabela.
           05  WS-MesCompetencia  PIC 9(6) OCCURS 12 TIMES.
       01  WS-EvQtde              PIC 9(3) VALUE 0.
       01  WS-EvTabela.
           05  WS-EvAgencia OCCURS 101 TIMES.
               10  WS-EvAgNumero      PIC 9(4).
               10  WS-EvMes OCCURS 12 TIMES.
                   15  WS-EvClientes  PIC 9(5).
                   15  WS-EvSomaNota  PIC 9(8).
                   15  WS-EvAbaixo    PIC 9(5).
                   15  WS-EvCritica   PIC 9(5) OCCURS 7 TIMES.
       01  WS-EvIdx               PIC 9(3) VALUE 0.
       01  WS-EvTotalIdx          PIC 9(3) VALUE 101.
       01  WS-EvAchada            PIC X VALUE 'N'.
       01  WS-NotaMedia           PIC 9(3)V9 VALUE 0.
       01  WS-NotaMediaEd         PIC ZZ9.9.
       01  WS-QtdeEd              PIC ZZZZ9.
       01  WS-ClientesAvaliados   PIC 9(5) VALUE 0.
       01  WS-AbaixoMinimo        PIC 9(5) VALUE 0.
       01  WS-PendenciasAbertas   PIC 9(5) VALUE 0.
       01  WS-PendOrigem          PIC X(20)
           VALUE 'SaneamentoCadastral'.
       01  WS-PendTipo            PIC X(4) VALUE 'CADQ'.
       01  WS-PendConta           PIC 9(7) VALUE 0.
       01  WS-PendValor           PIC 9(7)V99 VALUE 0.
       01  WS-PendDescricao       PIC X(60).
       01  WS-CriticasTexto       PIC X(42).
       01  WS-ParamNome         PIC X(20).
       01  WS-ParamDataRef      PIC 9(8) VALUE 0.
       01  WS-ParamValor        PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado       PIC X VALUE 'N'.
       01  WS-SpoolArquivo      PIC X(40).
       01  WS-SpoolAlvo         PIC X(20) VALUE SPACES.
       01  WS-Mensagem            PIC X(50).
       01  WS-RunPrograma       PIC X(20) VALUE 'SaneamentoCadastral'.
       01  WS-RunCompetencia    PIC 9(8) VALUE 0.
       01  WS-RunOperador       PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado     PIC X VALUE 'N'.
       01  WS-ExecPrograma      PIC X(20) VALUE 'SaneamentoCadastral'.
       01  WS-ExecEvento        PIC X(3).
       01  WS-ExecLidos         PIC 9(7) VALUE 0.
       01  WS-ExecPostados      PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados    PIC 9(7) VALUE 0.
       01  WS-ExecSituacao      PIC X(4) VALUE 'OK'.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY 'Competência do saneamento cadastral (AAAAMM): '
           ACCEPT WS-Competencia

      *    Guarda de reexecução mensal.
           COMPUTE WS-RunCompetencia = WS-Competencia * 100
           CALL 'ControleExecucao' USING WS-RunPrograma
               WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           IF WS-RunAutorizado NOT = 'S'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           PERFORM CarregarParametros

           MOVE 'Avaliando cadastro de clientes...' TO WS-Mensagem
           DISPLAY WS-Mensagem
           PERFORM CarregarClientes
           PERFORM LocalizarAgencias
           PERFORM ApurarDuplicidades
           PERFORM CarregarPendenciasAbertas
           PERFORM PontuarClientes
           IF WS-PaQtde > 0
               PERFORM EntregarAosGerentes
           END-IF

           MOVE 'Montando evolução por agência...' TO WS-Mensagem
           DISPLAY WS-Mensagem
           PERFORM GerarRelatorio

           MOVE WS-ClientesAvaliados TO WS-ExecLidos
           MOVE WS-PendenciasAbertas TO WS-ExecPostados
           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-ExecPrograma
               WS-ExecEvento WS-ExecLidos WS-ExecPostados
               WS-ExecRejeitados WS-ExecSituacao

           DISPLAY 'Clientes avaliados: ' WS-ClientesAvaliados
           DISPLAY 'Abaixo da nota mínima: ' WS-AbaixoMinimo
           DISPLAY 'Pendências de atualização: ' WS-PendenciasAbertas
           IF WS-TabelaEstourada = 'S'
               DISPLAY 'AVISO: tabela de clientes esgotada!'
           END-IF
           DISPLAY 'Relatório gravado em ' WS-ReportFileName
           STOP RUN.

       CarregarParametros.
           MOVE WS-DataHojeOrd TO WS-ParamDataRef
           MOVE 'SANEAMENTO-NOTA-MIN' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
                   AND WS-ParamValor <= 100
               MOVE WS-ParamValor TO WS-NotaMinima
           END-IF
           MOVE 'SANEAMENTO-END-MAX' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-ParamDataRef
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
                   AND WS-ParamValor < 1000
               MOVE WS-ParamValor TO WS-EnderecoMax
           END-IF.

      *****************************************************************
      * Críticas que dependem só do próprio registro; duplicidade de
      * nome e repetição de endereço saem depois, com a base toda na
      * tabela.
      *****************************************************************
       CarregarClientes.
           MOVE 0 TO WS-ClQtde
           OPEN INPUT ClienteFile
           IF WS-ClienteFileStatus = '00'
               PERFORM UNTIL WS-ClienteFileStatus = '10'
                   READ ClienteFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF (ClienteAtivo OR ClienteBloqueado) AND
                                   (ClienteDataAnonimizacao =
                                       '----------' OR
                                    ClienteDataAnonimizacao = SPACES)
                               PERFORM GuardarCliente
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ClienteFile
           END-IF.

       GuardarCliente.
           IF WS-ClQtde < 3000
               ADD 1 TO WS-ClQtde
               MOVE WS-ClQtde TO WS-ClIdx
               MOVE ClienteID TO WS-ClID(WS-ClIdx)
               MOVE ClienteGerente TO WS-ClGerente(WS-ClIdx)
               MOVE ClienteDataNascimento TO WS-ClNascimento(WS-ClIdx)
               MOVE 0 TO WS-ClAgencia(WS-ClIdx)
               MOVE 0 TO WS-ClConta(WS-ClIdx)
               MOVE 'N' TO WS-ClAgAtiva(WS-ClIdx)
               MOVE 'N' TO WS-ClPendAberta(WS-ClIdx)
               MOVE 'NNNNNNN' TO WS-ClCriticas(WS-ClIdx)
               PERFORM CriticarRegistro
               PERFORM MontarChaveNome
               MOVE WS-Chave TO WS-ClNomeChave(WS-ClIdx)
               PERFORM MontarChaveEndereco
               MOVE WS-Chave TO WS-ClEndChave(WS-ClIdx)
           ELSE
               MOVE 'S' TO WS-TabelaEstourada
           END-IF.

       CriticarRegistro.
      *    Documento: CPF da pessoa física, CNPJ da jurídica.
           MOVE SPACES TO WS-ValorEntrada
           IF ClientePessoaJuridica
               MOVE 'CNPJ' TO WS-TipoValidacao
               MOVE ClienteCNPJ TO WS-ValorEntrada
           ELSE
               MOVE 'CPF' TO WS-TipoValidacao
               MOVE ClienteCPF TO WS-ValorEntrada
           END-IF
           CALL 'Validacao' USING WS-TipoValidacao WS-ValorEntrada
               WS-ValorValido
           IF WS-ValorValido NOT = 'S'
               MOVE 'S' TO WS-ClCritica(WS-ClIdx, 1)
           END-IF

      *    Endereço: menos de 10 posições preenchidas não localiza
      *    ninguém.
           MOVE 0 TO WS-Preenchidos
           INSPECT ClienteEndereco TALLYING WS-Preenchidos
               FOR ALL SPACES
           COMPUTE WS-Preenchidos = 100 - WS-Preenchidos
           IF WS-Preenchidos < 10
               MOVE 'S' TO WS-ClCritica(WS-ClIdx, 2)
           END-IF

      *    Telefone: só dígitos e separadores, com DDD e número.
           MOVE 'S' TO WS-TelefoneOk
           MOVE 0 TO WS-Digitos
           PERFORM VARYING WS-Pos FROM 1 BY 1 UNTIL WS-Pos > 15
               MOVE ClienteTelefone(WS-Pos:1) TO WS-Letra
               IF WS-Letra IS NUMERIC
                   ADD 1 TO WS-Digitos
               ELSE
               IF WS-Letra NOT = SPACE AND WS-Letra NOT = '(' AND
                       WS-Letra NOT = ')' AND WS-Letra NOT = '-' AND
                       WS-Letra NOT = '+' AND WS-Letra NOT = '.'
                   MOVE 'N' TO WS-TelefoneOk
               END-IF
               END-IF
           END-PERFORM
           IF WS-Digitos < 10 OR WS-Digitos > 13
               MOVE 'N' TO WS-TelefoneOk
           END-IF
           IF WS-TelefoneOk = 'N'
               MOVE 'S' TO WS-ClCritica(WS-ClIdx, 3)
           END-IF

           IF ClienteRendaMensal = 0
               MOVE 'S' TO WS-ClCritica(WS-ClIdx, 4)
           END-IF

           IF ClienteDataConstituicao = 0
               MOVE 'S' TO WS-ClCritica(WS-ClIdx, 7)
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(ClienteDataConstituicao)
                   NOT = 0
               MOVE 'S' TO WS-ClCritica(WS-ClIdx, 7)
           END-IF
           END-IF.

      * Chave de nome: maiúsculas sem partículas (DA, DE, DO, DAS,
      * DOS, E), sem vogais, H e acentos, com Z=S, W=V, K=Q=C e sem
      * letra dobrada: 'José da Silva' e 'JOSE SYLVA' dão a mesma
      * chave.
       MontarChaveNome.
           MOVE SPACES TO WS-Texto
           MOVE FUNCTION UPPER-CASE(ClienteNome) TO WS-Texto(2:50)
           INSPECT WS-Texto REPLACING ALL ' DA ' BY '    '
                                      ALL ' DE ' BY '    '
                                      ALL ' DO ' BY '    '
                                      ALL ' DAS ' BY '     '
                                      ALL ' DOS ' BY '     '
                                      ALL ' E ' BY '   '
           INSPECT WS-Texto CONVERTING 'ZWKQ' TO 'SVCC'
           MOVE 30 TO WS-ChaveMax
           MOVE SPACES TO WS-Chave
           MOVE 0 TO WS-ChaveTam
           MOVE SPACE TO WS-UltimaLetra
           PERFORM VARYING WS-Pos FROM 1 BY 1 UNTIL WS-Pos > 52
               MOVE WS-Texto(WS-Pos:1) TO WS-Letra
               IF WS-Letra >= 'A' AND WS-Letra <= 'Z' AND
                       WS-Letra NOT = 'A' AND WS-Letra NOT = 'E' AND
                       WS-Letra NOT = 'I' AND WS-Letra NOT = 'O' AND
                       WS-Letra NOT = 'U' AND WS-Letra NOT = 'Y' AND
                       WS-Letra NOT = 'H' AND
                       WS-Letra NOT = WS-UltimaLetra
                   PERFORM AcrescentarNaChave
               END-IF
           END-PERFORM.

      * Chave de endereço: só letras e dígitos, em maiúsculas.
       MontarChaveEndereco.
           MOVE FUNCTION UPPER-CASE(ClienteEndereco) TO WS-Texto
           MOVE 40 TO WS-ChaveMax
           MOVE SPACES TO WS-Chave
           MOVE 0 TO WS-ChaveTam
           MOVE SPACE TO WS-UltimaLetra
           PERFORM VARYING WS-Pos FROM 1 BY 1 UNTIL WS-Pos > 100
               MOVE WS-Texto(WS-Pos:1) TO WS-Letra
               IF (WS-Letra >= 'A' AND WS-Letra <= 'Z') OR
                       WS-Letra IS NUMERIC
                   PERFORM AcrescentarNaChave
               END-IF
           END-PERFORM.

       AcrescentarNaChave.
           IF WS-ChaveTam < WS-ChaveMax
               ADD 1 TO WS-ChaveTam
               MOVE WS-Letra TO WS-Chave(WS-ChaveTam:1)
           END-IF
           MOVE WS-Letra TO WS-UltimaLetra.

      * Agência do cliente: a da primeira conta ativa; sem conta
      * ativa, a da primeira conta encontrada. A mesma conta vai na
      * pendência de atualização, para cair na fila da agência.
       LocalizarAgencias.
           OPEN INPUT ContaFile
           IF WS-FileStatus = '00'
               PERFORM UNTIL WS-FileStatus = '10'
                   READ ContaFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE ContaClienteID TO WS-ClienteProcurado
                           PERFORM LocalizarClienteTabela
                           IF WS-ClAchado = 'S'
                               PERFORM AtribuirAgencia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContaFile
           END-IF.

       AtribuirAgencia.
           IF WS-ClAgAtiva(WS-ClIdx) = 'N'
               IF ContaAtiva
                   MOVE ContaAgencia TO WS-ClAgencia(WS-ClIdx)
                   MOVE ContaNumero TO WS-ClConta(WS-ClIdx)
                   MOVE 'S' TO WS-ClAgAtiva(WS-ClIdx)
               ELSE
               IF WS-ClConta(WS-ClIdx) = 0
                   MOVE ContaAgencia TO WS-ClAgencia(WS-ClIdx)
                   MOVE ContaNumero TO WS-ClConta(WS-ClIdx)
               END-IF
               END-IF
           END-IF.

       LocalizarClienteTabela.
           MOVE 'N' TO WS-ClAchado
           PERFORM VARYING WS-ClIdx FROM 1 BY 1
                   UNTIL WS-ClIdx > WS-ClQtde
               IF WS-ClID(WS-ClIdx) = WS-ClienteProcurado
                   MOVE 'S' TO WS-ClAchado
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * Duplicidade: outro cliente com a mesma chave de nome e o
      * mesmo nascimento (ou nascimento não informado em um dos
      * dois). Endereço repetido: mesma chave de endereço em mais
      * clientes que o máximo do parâmetro.
      *****************************************************************
       ApurarDuplicidades.
           PERFORM VARYING WS-ClIdx FROM 1 BY 1
                   UNTIL WS-ClIdx > WS-ClQtde
               MOVE 0 TO WS-EndRepeticoes
               PERFORM VARYING WS-ClOutro FROM 1 BY 1
                       UNTIL WS-ClOutro > WS-ClQtde
                   IF WS-ClOutro NOT = WS-ClIdx
                       PERFORM CompararClientes
                   END-IF
               END-PERFORM
               IF WS-EndRepeticoes + 1 > WS-EnderecoMax
                   MOVE 'S' TO WS-ClCritica(WS-ClIdx, 6)
               END-IF
           END-PERFORM.

       CompararClientes.
           IF WS-ClNomeChave(WS-ClIdx) NOT = SPACES AND
                   WS-ClNomeChave(WS-ClOutro) =
                       WS-ClNomeChave(WS-ClIdx) AND
                   (WS-ClNascimento(WS-ClOutro) =
                       WS-ClNascimento(WS-ClIdx) OR
                    WS-ClNascimento(WS-ClOutro) = 0 OR
                    WS-ClNascimento(WS-ClIdx) = 0)
               MOVE 'S' TO WS-ClCritica(WS-ClIdx, 5)
           END-IF
           IF WS-ClEndChave(WS-ClIdx) NOT = SPACES AND
                   WS-ClEndChave(WS-ClOutro) = WS-ClEndChave(WS-ClIdx)
               ADD 1 TO WS-EndRepeticoes
           END-IF.

      * Pendência CADQ ainda aberta não se repete: o cliente está
      * no início da descrição ('Cliente nnnnn ...').
       CarregarPendenciasAbertas.
           OPEN INPUT PendenciaFile
           IF WS-PendFileStatus = '00'
               PERFORM UNTIL WS-PendFileStatus = '10'
                   READ PendenciaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PendTipo = WS-PendTipo AND
                                   (PendAberta OR PendEmTratamento)
                                   AND PendDescricao(9:5) IS NUMERIC
                               MOVE PendDescricao(9:5)
                                   TO WS-ClienteProcurado
                               PERFORM LocalizarClienteTabela
                               IF WS-ClAchado = 'S'
                                   MOVE 'S'
                                       TO WS-ClPendAberta(WS-ClIdx)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PendenciaFile
           END-IF.

       PontuarClientes.
           OPEN EXTEND QualidadeFile
           IF WS-QualFileStatus = '35'
               OPEN OUTPUT QualidadeFile
           END-IF
           PERFORM VARYING WS-ClIdx FROM 1 BY 1
                   UNTIL WS-ClIdx > WS-ClQtde
               PERFORM PontuarCliente
           END-PERFORM
           CLOSE QualidadeFile.

       PontuarCliente.
           ADD 1 TO WS-ClientesAvaliados
           MOVE 100 TO WS-ClNota(WS-ClIdx)
           MOVE SPACES TO WS-CriticasTexto
           MOVE 1 TO WS-Pos
           PERFORM VARYING WS-CritIdx FROM 1 BY 1 UNTIL WS-CritIdx > 7
               IF WS-ClCritica(WS-ClIdx, WS-CritIdx) = 'S'
                   SUBTRACT WS-Peso(WS-CritIdx)
                       FROM WS-ClNota(WS-ClIdx)
                   STRING WS-Rotulo(WS-CritIdx) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                       INTO WS-CriticasTexto WITH POINTER WS-Pos
               END-IF
           END-PERFORM

           MOVE WS-Competencia TO QualCompetencia
           MOVE WS-ClID(WS-ClIdx) TO QualClienteID
           MOVE WS-ClAgencia(WS-ClIdx) TO QualAgencia
           MOVE WS-ClGerente(WS-ClIdx) TO QualGerente
           MOVE WS-ClNota(WS-ClIdx) TO QualNota
           MOVE WS-ClCriticas(WS-ClIdx) TO QualCriticas
           MOVE WS-DataHojeOrd TO QualDataApuracao
           WRITE QualidadeCadastroRecord

           IF WS-ClNota(WS-ClIdx) < WS-NotaMinima
               ADD 1 TO WS-AbaixoMinimo
               IF WS-ClPendAberta(WS-ClIdx) = 'N'
                   PERFORM AbrirPendenciaAtualizacao
               END-IF
           END-IF.

       AbrirPendenciaAtualizacao.
           MOVE SPACES TO WS-PendDescricao
           STRING 'Cliente ' DELIMITED BY SIZE
                  WS-ClID(WS-ClIdx) DELIMITED BY SIZE
                  ' nota ' DELIMITED BY SIZE
                  WS-ClNota(WS-ClIdx) DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-CriticasTexto DELIMITED BY SIZE
               INTO WS-PendDescricao
           MOVE WS-ClConta(WS-ClIdx) TO WS-PendConta
           CALL 'RegistrarPendencia' USING WS-PendOrigem
               WS-PendTipo WS-PendConta WS-PendValor
               WS-PendDescricao
           ADD 1 TO WS-PendenciasAbertas

      *    A sub-rotina acabou de gravar o último número da fila;
      *    guarda-o para entregar a pendência ao gerente.
           IF WS-ClGerente(WS-ClIdx) NOT = SPACES AND WS-PaQtde < 3000
               OPEN INPUT PendenciaSeqFile
               IF WS-PendSeqFileStatus = '00'
                   READ PendenciaSeqFile
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-PaQtde
                           MOVE SeqUltimaPendID
                               TO WS-PaPendID(WS-PaQtde)
                           MOVE WS-ClGerente(WS-ClIdx)
                               TO WS-PaGerente(WS-PaQtde)
                   END-READ
                   CLOSE PendenciaSeqFile
               END-IF
           END-IF.

      * Pendência de atualização nasce com o gerente da carteira
      * como dono; cliente sem gerente fica para a agência tomar.
       EntregarAosGerentes.
           OPEN I-O PendenciaFile
           IF WS-PendFileStatus = '00'
               PERFORM UNTIL WS-PendFileStatus = '10'
                   READ PendenciaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PendTipo = WS-PendTipo AND PendAberta
                                   AND PendOperadorDono = SPACES
                               PERFORM EntregarUmaPendencia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PendenciaFile
           END-IF.

       EntregarUmaPendencia.
           PERFORM VARYING WS-PaIdx FROM 1 BY 1
                   UNTIL WS-PaIdx > WS-PaQtde
               IF WS-PaPendID(WS-PaIdx) = PendID
                   MOVE WS-PaGerente(WS-PaIdx) TO PendOperadorDono
                   REWRITE PendenciaRecord
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * Evolução: relê o histórico de qualidade_cadastro.dat dos
      * doze meses até a competência e acumula por agência e mês;
      * o bloco final soma o banco inteiro.
      *****************************************************************
       GerarRelatorio.
           INITIALIZE WS-EvTabela
           MOVE 0 TO WS-EvQtde
           MOVE WS-Competencia TO WS-MesData
           COMPUTE WS-MesBase = WS-MesAno * 12 + WS-MesNumero - 1
           PERFORM VARYING WS-MesIdx FROM 1 BY 1 UNTIL WS-MesIdx > 12
               COMPUTE WS-MesRegistro = WS-MesBase - 12 + WS-MesIdx
               DIVIDE WS-MesRegistro BY 12 GIVING WS-MesAno
                   REMAINDER WS-MesNumero
               ADD 1 TO WS-MesNumero
               MOVE WS-MesData TO WS-MesCompetencia(WS-MesIdx)
           END-PERFORM

           OPEN INPUT QualidadeFile
           IF WS-QualFileStatus = '00'
               PERFORM UNTIL WS-QualFileStatus = '10'
                   READ QualidadeFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM AcumularEvolucao
                   END-READ
               END-PERFORM
               CLOSE QualidadeFile
           END-IF

           STRING 'saneamento_' DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ReportFileName
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportLine
           STRING 'SANEAMENTO CADASTRAL - competência '
                      DELIMITED BY SIZE
                  WS-Competencia DELIMITED BY SIZE
                  ' - nota mínima ' DELIMITED BY SIZE
                  WS-NotaMinima DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           MOVE 'Evolução dos indicadores por agência (12 meses)'
               TO ReportLine
           WRITE ReportLine

           PERFORM VARYING WS-EvIdx FROM 1 BY 1
                   UNTIL WS-EvIdx > WS-EvQtde
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               MOVE SPACES TO ReportLine
               STRING 'Agência ' DELIMITED BY SIZE
                      WS-EvAgNumero(WS-EvIdx) DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
               PERFORM EscreverEvolucaoAgencia
           END-PERFORM

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE 'Todas as agências' TO ReportLine
           WRITE ReportLine
           MOVE WS-EvTotalIdx TO WS-EvIdx
           PERFORM EscreverEvolucaoAgencia

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING 'Clientes avaliados: ' DELIMITED BY SIZE
                  WS-ClientesAvaliados DELIMITED BY SIZE
                  '  Abaixo da nota mínima: ' DELIMITED BY SIZE
                  WS-AbaixoMinimo DELIMITED BY SIZE
                  '  Pendências abertas: ' DELIMITED BY SIZE
                  WS-PendenciasAbertas DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           IF WS-TabelaEstourada = 'S'
               MOVE 'AVISO: tabela de clientes esgotada; base acima'
                   TO ReportLine
               WRITE ReportLine
               MOVE 'de 3000 clientes avaliada só em parte.'
                   TO ReportLine
               WRITE ReportLine
           END-IF
           CLOSE ReportFile

           MOVE WS-ReportFileName TO WS-SpoolArquivo
           MOVE WS-Competencia TO WS-SpoolAlvo(1:6)
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'SaneamentoCadastral ' 'QCAD' 'BATCH     '
               WS-SpoolAlvo 'N'.

       AcumularEvolucao.
           MOVE QualCompetencia TO WS-MesData
           COMPUTE WS-MesRegistro = WS-MesAno * 12 + WS-MesNumero - 1
           COMPUTE WS-MesDistancia = WS-MesBase - WS-MesRegistro
           IF WS-MesDistancia >= 0 AND WS-MesDistancia < 12
               COMPUTE WS-MesIdx = 12 - WS-MesDistancia
               PERFORM LocalizarAgenciaEvolucao
               IF WS-EvAchada = 'S'
                   PERFORM SomarNaEvolucao
               END-IF
               MOVE WS-EvTotalIdx TO WS-EvIdx
               PERFORM SomarNaEvolucao
           END-IF.

       LocalizarAgenciaEvolucao.
           MOVE 'N' TO WS-EvAchada
           PERFORM VARYING WS-EvIdx FROM 1 BY 1
                   UNTIL WS-EvIdx > WS-EvQtde
               IF WS-EvAgNumero(WS-EvIdx) = QualAgencia
                   MOVE 'S' TO WS-EvAchada
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EvAchada = 'N' AND WS-EvQtde < 100
               ADD 1 TO WS-EvQtde
               MOVE WS-EvQtde TO WS-EvIdx
               MOVE QualAgencia TO WS-EvAgNumero(WS-EvIdx)
               MOVE 'S' TO WS-EvAchada
           END-IF.

       SomarNaEvolucao.
           ADD 1 TO WS-EvClientes(WS-EvIdx, WS-MesIdx)
           ADD QualNota TO WS-EvSomaNota(WS-EvIdx, WS-MesIdx)
           IF QualNota < WS-NotaMinima
               ADD 1 TO WS-EvAbaixo(WS-EvIdx, WS-MesIdx)
           END-IF
           PERFORM VARYING WS-CritIdx FROM 1 BY 1 UNTIL WS-CritIdx > 7
               IF QualCritica(WS-CritIdx) = 'S'
                   ADD 1 TO WS-EvCritica(WS-EvIdx, WS-MesIdx,
                       WS-CritIdx)
               END-IF
           END-PERFORM.

       EscreverEvolucaoAgencia.
           MOVE SPACES TO ReportLine
           STRING '  Mês    Clientes  Nota  Abaixo' DELIMITED BY SIZE
                  '    DOC    END    TEL  RENDA   NOME ENDREP   NASC'
                      DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-MesIdx FROM 1 BY 1 UNTIL WS-MesIdx > 12
               IF WS-EvClientes(WS-EvIdx, WS-MesIdx) > 0
                   PERFORM EscreverMesEvolucao
               END-IF
           END-PERFORM.

       EscreverMesEvolucao.
           COMPUTE WS-NotaMedia ROUNDED =
               WS-EvSomaNota(WS-EvIdx, WS-MesIdx) /
               WS-EvClientes(WS-EvIdx, WS-MesIdx)
           MOVE WS-NotaMedia TO WS-NotaMediaEd
           MOVE SPACES TO ReportLine
           MOVE 1 TO WS-Pos
           MOVE WS-EvClientes(WS-EvIdx, WS-MesIdx) TO WS-QtdeEd
           STRING '  ' DELIMITED BY SIZE
                  WS-MesCompetencia(WS-MesIdx) DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-QtdeEd DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NotaMediaEd DELIMITED BY SIZE
               INTO ReportLine WITH POINTER WS-Pos
           MOVE WS-EvAbaixo(WS-EvIdx, WS-MesIdx) TO WS-QtdeEd
           STRING '   ' DELIMITED BY SIZE
                  WS-QtdeEd DELIMITED BY SIZE
               INTO ReportLine WITH POINTER WS-Pos
           PERFORM VARYING WS-CritIdx FROM 1 BY 1 UNTIL WS-CritIdx > 7
               MOVE WS-EvCritica(WS-EvIdx, WS-MesIdx, WS-CritIdx)
                   TO WS-QtdeEd
               STRING '  ' DELIMITED BY SIZE
                      WS-QtdeEd DELIMITED BY SIZE
                   INTO ReportLine WITH POINTER WS-Pos
           END-PERFORM
           WRITE ReportLine.

       END PROGRAM SaneamentoCadastral.
