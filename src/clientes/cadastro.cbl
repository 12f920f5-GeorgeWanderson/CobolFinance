               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SessaoStatus.

           SELECT OperadorFile ASSIGN TO 'operadores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OperFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
           05  SessaoAgencia          PIC 9(4).
           05  SessaoData             PIC 9(8).

       FD  OperadorFile.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-SeqFileStatus      PIC XX.
       01  WS-ClientID           PIC 9(5).
       01  WS-TipoValidacao      PIC X(4) VALUE 'CPF'.
       01  WS-ValorEntrada       PIC X(47).
       01  WS-CpfValido          PIC X VALUE 'N'.
       01  WS-TipoPessoa         PIC X VALUE 'F'.
       01  WS-ClienteCNPJ        PIC X(14).
       01  WS-DataConstituicao   PIC 9(8) VALUE 0.
       01  WS-DocumentoBusca     PIC X(14).
       01  WS-DataNascimento     PIC 9(8) VALUE 0.
       01  WS-DataMaioridade     PIC 9(8) VALUE 0.
       01  WS-ResponsavelID      PIC 9(5) VALUE 0.
       01  WS-NascimentoOK       PIC X VALUE 'N'.
       01  WS-OperFileStatus     PIC XX.
       01  WS-GerenteCliente     PIC X(10) VALUE SPACES.
       01  WS-GerenteValido      PIC X VALUE 'N'.
       01  WS-DocumentoConfere   PIC X VALUE 'N'.
       01  WS-CpfSubstituto.
           05  FILLER            PIC X(6) VALUE 'PJ0000'.
           05  WS-CpfSubstID     PIC 9(5).

       01  WS-DataHoje.
           05  WS-AnoHoje        PIC 9(4).
       01  WS-NotifConta        PIC 9(7) VALUE 0.
       01  WS-NotifValor        PIC 9(7)V99 VALUE 0.
       01  WS-NotifTexto        PIC X(60).
       01  WS-VendaProduto      PIC X(4) VALUE 'CLIE'.
       01  WS-VendaChave        PIC 9(7) VALUE 0.
       01  WS-VendaComplemento  PIC 9(5) VALUE 0.
       01  WS-VendaValor        PIC 9(9)V99 VALUE 0.
       01  WS-VendaPrazo        PIC 9(4) VALUE 0.
       01  WS-SessaoStatus      PIC XX.
       01  WS-SessaoAtiva       PIC X VALUE 'N'.
       01  WS-SessaoDataHoje    PIC 9(8) VALUE 0.
           END-IF.

       AlterarStatusCliente.
           DISPLAY 'CPF/CNPJ do cliente: '
           MOVE SPACES TO WS-DocumentoBusca
           ACCEPT WS-DocumentoBusca
           MOVE 'N' TO WS-StatusEncontrado

           OPEN I-O ClienteFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM ConferirDocumento
                           IF WS-DocumentoConfere = 'S'
                               MOVE 'Y' TO WS-StatusEncontrado
                               DISPLAY 'Status atual: ' ClienteStatus
                               DISPLAY
           END-IF.

       AlterarCadastroCliente.
           DISPLAY 'CPF/CNPJ do cliente a alterar: '
           MOVE SPACES TO WS-DocumentoBusca
           ACCEPT WS-DocumentoBusca
           MOVE 'N' TO WS-CadastroEncontrado

           OPEN I-O ClienteFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM ConferirDocumento
                           IF WS-DocumentoConfere = 'S'
                               MOVE 'Y' TO WS-CadastroEncontrado
                               PERFORM ReceberDadosAlterados
                               REWRITE ClienteRecord
                   WS-AltAntes WS-AltDepois WS-OperadorID
           END-IF.

      * A busca por documento aceita o CPF da pessoa física ou o
      * CNPJ da pessoa jurídica.
       ConferirDocumento.
           MOVE 'N' TO WS-DocumentoConfere
           IF ClientePessoaJuridica
               IF ClienteCNPJ = WS-DocumentoBusca
                   MOVE 'S' TO WS-DocumentoConfere
               END-IF
           ELSE
               IF ClienteCPF = WS-DocumentoBusca(1:11) AND
                       WS-DocumentoBusca(12:3) = SPACES
                   MOVE 'S' TO WS-DocumentoConfere
               END-IF
           END-IF.

       AnonimizarCliente.
           DISPLAY 'CPF/CNPJ do cliente a excluir dados (LGPD): '
           MOVE SPACES TO WS-DocumentoBusca
           ACCEPT WS-DocumentoBusca
           MOVE 'N' TO WS-AnonimizadoFlag
           PERFORM ObterDataAtual

                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM ConferirDocumento
                           IF WS-DocumentoConfere = 'S'
                               MOVE 'Y' TO WS-AnonimizadoFlag
                               MOVE ClienteID TO WS-AudChave
                               MOVE 'Anonimização' TO WS-AudCampo
                               MOVE SPACES TO ClienteNome
                               MOVE SPACES TO ClienteEndereco
                               MOVE SPACES TO ClienteTelefone
                               MOVE SPACES TO ClienteCNPJ
                               MOVE SPACES TO ClienteEmail
                               MOVE WS-DataHojeBR
                                   TO ClienteDataAnonimizacao
                               REWRITE ClienteRecord
               INTO WS-DataHojeBR.

       CadastroLoop.
           DISPLAY 'Tipo de pessoa [F]ísica/[J]urídica: '
           MOVE SPACE TO WS-TipoPessoa
           ACCEPT WS-TipoPessoa
           MOVE FUNCTION UPPER-CASE(WS-TipoPessoa) TO WS-TipoPessoa
           IF WS-TipoPessoa = 'J'
               PERFORM CadastroPessoaJuridica
           ELSE
               PERFORM CadastroPessoaFisica
           END-IF.

       CadastroPessoaFisica.
           MOVE 'F' TO WS-TipoPessoa
           MOVE 0 TO WS-DataNascimento
           MOVE SPACES TO WS-ClienteCNPJ
           MOVE 0 TO WS-DataConstituicao
           DISPLAY 'Digite os dados do cliente:'
           ACCEPT WS-ClienteNome
           DISPLAY 'Nome do Cliente: ' WS-ClienteNome
           ACCEPT WS-ClienteOcupacao
           DISPLAY 'Renda mensal declarada: '
           ACCEPT WS-ClienteRenda
           PERFORM ReceberNascimento

           MOVE WS-ClienteCPF TO WS-ValorEntrada
           CALL 'Validacao' USING WS-TipoValidacao WS-ValorEntrada
           IF WS-CpfDuplicado = 'Y'
               DISPLAY 'Erro: CPF já cadastrado para outro cliente.'
           ELSE
           IF WS-NascimentoOK = 'N'
               DISPLAY 'Erro: cadastro não gravado.'
           ELSE
               PERFORM GravarNovoCliente
           END-IF
           END-IF
           END-IF.

      * Data de nascimento da pessoa física. Menor de 18 anos só é
      * cadastrado vinculado a um responsável legal (pai, mãe ou
      * tutor), que precisa ser cliente pessoa física ativo, maior
      * de idade e sem responsável próprio.
       ReceberNascimento.
           MOVE 'N' TO WS-NascimentoOK
           MOVE 0 TO WS-ResponsavelID
           DISPLAY 'Data de nascimento (AAAAMMDD): '
           ACCEPT WS-DataNascimento
           IF WS-DataNascimento < 19000101 OR
                   WS-DataNascimento > WS-SessaoDataHoje
               DISPLAY 'Data de nascimento inválida.'
           ELSE
               COMPUTE WS-DataMaioridade = WS-DataNascimento + 180000
               IF WS-DataMaioridade > WS-SessaoDataHoje
                   DISPLAY 'Cliente menor de idade.'
                   DISPLAY 'ID do responsável legal: '
                   ACCEPT WS-ResponsavelID
                   PERFORM ValidarResponsavelLegal
               ELSE
                   MOVE 'S' TO WS-NascimentoOK
               END-IF
           END-IF.

       ValidarResponsavelLegal.
           MOVE 'N' TO WS-NascimentoOK
           OPEN INPUT ClienteFile
           IF WS-FileStatus = '00'
               MOVE WS-ResponsavelID TO ClienteID
               READ ClienteFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-DataMaioridade =
                           ClienteDataNascimento + 180000
                       IF ClienteAtivo AND ClientePessoaFisica AND
                               NOT ClienteMenorIdade AND
                               WS-DataMaioridade <= WS-SessaoDataHoje
                           MOVE 'S' TO WS-NascimentoOK
                           DISPLAY 'Responsável: ' ClienteNome
                       END-IF
               END-READ
               CLOSE ClienteFile
           END-IF
           IF WS-NascimentoOK = 'N'
               DISPLAY 'Responsável legal deve ser cliente pessoa'
               DISPLAY 'física ativo e maior de idade.'
           END-IF.

      * Pessoa jurídica: razão social, CNPJ e data de constituição.
      * O CNPJ passa pela mesma rotina de validação usada nos
      * convênios; a duplicidade é conferida varrendo o cadastro,
      * pois a chave alternativa do arquivo é o CPF. Sócios e
      * representantes são vinculados depois, na manutenção de
      * representantes.
       CadastroPessoaJuridica.
           MOVE SPACES TO WS-ClienteCPF
           MOVE 0 TO WS-ResponsavelID
           DISPLAY 'Razão social: '
           ACCEPT WS-ClienteNome
           DISPLAY 'CNPJ (somente números): '
           MOVE SPACES TO WS-ClienteCNPJ
           ACCEPT WS-ClienteCNPJ
           DISPLAY 'Data de constituição (AAAAMMDD): '
           ACCEPT WS-DataConstituicao
           DISPLAY 'Endereço da sede: '
           ACCEPT WS-ClienteEndereco
           DISPLAY 'Telefone: '
           ACCEPT WS-ClienteTelefone
           DISPLAY 'Ramo de atividade: '
           ACCEPT WS-ClienteOcupacao
           DISPLAY 'Faturamento mensal declarado: '
           ACCEPT WS-ClienteRenda

           MOVE 'CNPJ' TO WS-TipoValidacao
           MOVE WS-ClienteCNPJ TO WS-ValorEntrada
           CALL 'Validacao' USING WS-TipoValidacao WS-ValorEntrada
               WS-CpfValido
           MOVE 'CPF' TO WS-TipoValidacao
           IF WS-CpfValido = 'N' OR WS-ClienteCNPJ IS NOT NUMERIC
               DISPLAY 'Erro: CNPJ inválido.'
           ELSE
           IF WS-DataConstituicao < 18000101 OR
                   WS-DataConstituicao > WS-SessaoDataHoje
               DISPLAY 'Erro: data de constituição inválida.'
           ELSE
           PERFORM VerificarCnpjDuplicado
           IF WS-CpfDuplicado = 'Y'
               DISPLAY 'Erro: CNPJ já cadastrado para outro cliente.'
           ELSE
               PERFORM GravarNovoCliente
           END-IF
           END-IF
           END-IF.

       GravarNovoCliente.
           PERFORM ReceberGerente
           PERFORM TriarListaRestritiva

           ADD 1 TO WS-ClientID
           MOVE WS-ClientID TO ClienteID
           MOVE WS-ClienteNome TO ClienteNome
           IF WS-TipoPessoa = 'J'
               MOVE WS-ClientID TO WS-CpfSubstID
               MOVE WS-CpfSubstituto TO ClienteCPF
           ELSE
               MOVE WS-ClienteCPF TO ClienteCPF
           END-IF
           MOVE WS-ClienteEndereco TO ClienteEndereco
           MOVE WS-ClienteTelefone TO ClienteTelefone
           IF WS-HitLista = 'S'
               MOVE 'B' TO ClienteStatus
           ELSE
               MOVE 'A' TO ClienteStatus
           END-IF
           MOVE '----------' TO ClienteDataAnonimizacao
           MOVE WS-ClienteOcupacao TO ClienteOcupacao
           MOVE WS-ClienteRenda TO ClienteRendaMensal
      *    Grau inicial pela renda declarada; o comportamento
      *    transacional entra na revisão mensal de KYC.
           IF WS-ClienteRenda > 30000.00
               MOVE 'M' TO ClienteRisco
           ELSE
               MOVE 'B' TO ClienteRisco
           END-IF
           MOVE 0 TO ClienteDataRevisao
           MOVE 'N' TO ClienteNegativado
           MOVE 'N' TO ClienteObito
           MOVE 0 TO ClienteObitoData
           MOVE SPACES TO ClienteObitoCertidao
           MOVE 'V' TO ClienteSegmento
           MOVE 'N' TO ClienteTravaLegal
           MOVE WS-TipoPessoa TO ClienteTipoPessoa
           MOVE WS-ClienteCNPJ TO ClienteCNPJ
           IF WS-TipoPessoa = 'J'
               MOVE WS-DataConstituicao TO ClienteDataConstituicao
           ELSE
               MOVE WS-DataNascimento TO ClienteDataNascimento
           END-IF
           MOVE WS-ResponsavelID TO ClienteResponsavelID
           MOVE WS-GerenteCliente TO ClienteGerente
           MOVE 'C' TO ClienteCanalPreferido
           MOVE SPACES TO ClienteEmail

           OPEN I-O ClienteFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ClienteFile
           END-IF
           WRITE ClienteRecord
           CALL 'GravarJournal' USING 'CadastroCliente     '
               'clientes        ' ClienteRecord
           CLOSE ClienteFile
           PERFORM GravarUltimoClienteID
           IF WS-HitLista = 'S'
               DISPLAY 'ATENÇÃO: nome/documento na lista '
                   'restritiva!'
               DISPLAY 'Cadastro gravado BLOQUEADO em quarentena'
               DISPLAY 'até a revisão do compliance.'
               PERFORM AbrirPendenciaTriagem
           ELSE
               DISPLAY 'Cliente cadastrado com sucesso!'
               MOVE WS-ClientID TO WS-VendaChave
               CALL 'RegistrarVenda' USING WS-VendaProduto
                   WS-OperadorID WS-VendaChave WS-VendaComplemento
                   WS-VendaValor WS-VendaPrazo
           END-IF
           DISPLAY 'ID do cliente: ' WS-ClientID.

      * Gerente de relacionamento da carteira: OperadorID ativo de
      * perfil gerente. Em branco (ou inválido) o cliente entra sem
      * gerente e aparece no relatório de carteira como não
      * encarteirado.
       ReceberGerente.
           MOVE SPACES TO WS-GerenteCliente
           DISPLAY 'Gerente de relacionamento (OperadorID): '
           ACCEPT WS-GerenteCliente
           IF WS-GerenteCliente NOT = SPACES
               PERFORM ValidarGerente
               IF WS-GerenteValido = 'N'
                   DISPLAY 'Operador não é gerente ativo; cliente'
                   DISPLAY 'fica sem gerente de relacionamento.'
                   MOVE SPACES TO WS-GerenteCliente
               END-IF
           END-IF.

       ValidarGerente.
           MOVE 'N' TO WS-GerenteValido
           OPEN INPUT OperadorFile
           IF WS-OperFileStatus = '00'
               PERFORM UNTIL WS-OperFileStatus = '10'
                   READ OperadorFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OperadorID = WS-GerenteCliente AND
                                   OperadorGerente AND OperadorAtivo
                               MOVE 'S' TO WS-GerenteValido
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperadorFile
           END-IF.

      * Triagem contra a lista restritiva no ato do cadastro. Um
       TriarListaRestritiva.
           MOVE WS-ClienteNome TO WS-NomeTriagem
           MOVE SPACES TO WS-DocumentoTriagem
           IF WS-TipoPessoa = 'J'
               MOVE WS-ClienteCNPJ TO WS-DocumentoTriagem
           ELSE
               MOVE WS-ClienteCPF TO WS-DocumentoTriagem(1:11)
           END-IF
           CALL 'VerificarListaRestritiva' USING WS-NomeTriagem
               WS-DocumentoTriagem WS-HitLista.

               CLOSE ClienteFile
           END-IF.

       VerificarCnpjDuplicado.
           MOVE 'N' TO WS-CpfDuplicado
           OPEN INPUT ClienteFile
           IF WS-FileStatus = '00'
               PERFORM UNTIL WS-FileStatus = '10'
                   READ ClienteFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ClientePessoaJuridica AND
                                   ClienteCNPJ = WS-ClienteCNPJ
                               MOVE 'Y' TO WS-CpfDuplicado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ClienteFile
           END-IF.

       ObterUltimoClienteID.
           MOVE 0 TO WS-ClientID
           OPEN INPUT ClienteSeqFile
