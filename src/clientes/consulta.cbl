               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-ContaFileStatus.

           SELECT RepresentanteFile ASSIGN TO 'representantes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RepFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
       FD  ContaFile.
       COPY CONTAREC.

       FD  RepresentanteFile.
       COPY REPRESREC.

       WORKING-STORAGE SECTION.
       01  WS-ClienteID        PIC 9(5).
       01  WS-ClienteCPF       PIC X(11).
       01  WS-ClienteEndereco  PIC A(100).
       01  WS-ClienteTelefone  PIC X(15).
       01  WS-ClienteStatus    PIC X(1).
       01  WS-ClienteTipo      PIC X(1).
       01  WS-ClienteCNPJ      PIC X(14).
       01  WS-DataConstituicao PIC 9(8).
       01  WS-ResponsavelID    PIC 9(5).
       01  WS-ClienteGerente   PIC X(10).
       01  WS-CNPJMascarado    PIC X(14).
       01  WS-RepFileStatus    PIC XX.
       01  WS-QtdeRepresent    PIC 9(4) VALUE 0.
       01  WS-NomeParcial      PIC A(50).
       01  WS-NomeTrim         PIC A(50).
       01  WS-FileStatus       PIC XX.
       01  WS-MatchCount       PIC 9(5) VALUE 0.
       01  WS-ModoBusca        PIC X VALUE ' '.
       01  WS-MenuBusca        PIC X(60) VALUE
           '[C] CPF, [J] CNPJ, [I] ClienteID, [N] Nome parcial: '.
       01  WS-Prompt           PIC X(50) VALUE 'CPF para consulta: '.
       01  WS-InputChoice      PIC X.
       01  WS-BuscaLen         PIC 9(3) VALUE 0.
       01  WS-EnderecoMasc     PIC A(100).
       01  WS-SegEvento        PIC X(4).
       01  WS-SegDetalhe       PIC X(40).
       01  WS-PreAprovOperacao PIC X VALUE 'C'.
       01  WS-PreAprovDispon   PIC 9(9)V99 VALUE 0.
       01  WS-PreAprovChEsp    PIC 9(7)V99 VALUE 0.
       01  WS-PreAprovValidade PIC 9(8) VALUE 0.
       01  WS-PreAprovValor    PIC 9(9)V99 VALUE 0.
       01  WS-PreAprovAchado   PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
               WHEN 'N'
               WHEN 'n'
                   PERFORM ConsultarPorNome
               WHEN 'J'
               WHEN 'j'
                   PERFORM ConsultarPorCNPJ
               WHEN OTHER
                   PERFORM ConsultarPorCPF
           END-EVALUATE
               DISPLAY 'Cliente nao encontrado!'
           END-IF.

       ConsultarPorCNPJ.
           DISPLAY 'CNPJ para consulta: '
           MOVE SPACES TO WS-ClienteCNPJ
           ACCEPT WS-ClienteCNPJ
           PERFORM BuscarPorCNPJ
           IF WS-FoundFlag = 'Y'
               PERFORM ExibirDadosCliente
               PERFORM ExibirContasDoCliente
           ELSE
               DISPLAY 'Cliente nao encontrado!'
           END-IF.

       ExibirContasDoCliente.
           DISPLAY '   Contas do cliente:'
           CLOSE ContaFile
                               MOVE ClienteTelefone
                                   TO WS-ClienteTelefone
                               MOVE ClienteStatus TO WS-ClienteStatus
                               PERFORM GuardarDadosPessoa
                               EXIT PERFORM
                           END-IF
                   END-READ
                               MOVE ClienteTelefone
                                   TO WS-ClienteTelefone
                               MOVE ClienteStatus TO WS-ClienteStatus
                               PERFORM GuardarDadosPessoa
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       BuscarPorCNPJ.
           CLOSE ClienteFile
           OPEN INPUT ClienteFile
           MOVE 'N' TO WS-FoundFlag

           IF WS-FileStatus = '00'
               PERFORM UNTIL WS-FileStatus = '10'
                   READ ClienteFile NEXT RECORD
                           INTO ClienteRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ClientePessoaJuridica AND
                                   ClienteCNPJ = WS-ClienteCNPJ
                               MOVE 'Y' TO WS-FoundFlag
                               MOVE ClienteID TO WS-ClienteID
                               MOVE ClienteNome TO WS-ClienteNome
                               MOVE ClienteEndereco
                                   TO WS-ClienteEndereco
                               MOVE ClienteTelefone
                                   TO WS-ClienteTelefone
                               MOVE ClienteStatus TO WS-ClienteStatus
                               PERFORM GuardarDadosPessoa
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       GuardarDadosPessoa.
           MOVE ClienteCPF TO WS-ClienteCPF
           IF ClientePessoaJuridica
               MOVE 'J' TO WS-ClienteTipo
           ELSE
               MOVE 'F' TO WS-ClienteTipo
           END-IF
           MOVE ClienteCNPJ TO WS-ClienteCNPJ
           MOVE ClienteDataConstituicao TO WS-DataConstituicao
           MOVE ClienteResponsavelID TO WS-ResponsavelID
           MOVE ClienteGerente TO WS-ClienteGerente.

       BuscarPorNome.
           CLOSE ClienteFile
           OPEN INPUT ClienteFile
      * cada consulta fica no jornal de segurança com o cliente
      * consultado.
       ExibirDadosCliente.
           IF WS-ClienteTipo = 'J'
               PERFORM ExibirDadosPessoaJuridica
           ELSE
               PERFORM ExibirDadosPessoaFisica
           END-IF
           IF WS-ClienteGerente NOT = SPACES
               DISPLAY 'Gerente de relacionamento: '
                   WS-ClienteGerente
           END-IF
           PERFORM ExibirPreAprovado.

      * Crédito pré-aprovado vigente (CalculoPreAprovado), para o
      * caixa saber de antemão o que o cliente contrata sem análise.
       ExibirPreAprovado.
           CALL 'ConsultarPreAprovado' USING WS-PreAprovOperacao
               WS-ClienteID WS-PreAprovDispon WS-PreAprovChEsp
               WS-PreAprovValidade WS-PreAprovValor WS-PreAprovAchado
           IF WS-PreAprovAchado = 'S'
               DISPLAY 'Empréstimo pré-aprovado: R$ '
                   WS-PreAprovDispon
               DISPLAY 'Cheque especial pré-aprovado: R$ '
                   WS-PreAprovChEsp
               DISPLAY 'Pré-aprovado válido até ' WS-PreAprovValidade
           ELSE
               DISPLAY 'Sem crédito pré-aprovado vigente.'
           END-IF.

       ExibirDadosPessoaFisica.
           IF WS-OperPerfil = 'Q'
               MOVE '***********' TO WS-CPFMascarado
               MOVE WS-ClienteCPF(1:3) TO WS-CPFMascarado(1:3)
               DISPLAY 'Endereco do Cliente: ' WS-ClienteEndereco
               DISPLAY 'Telefone do Cliente: ' WS-ClienteTelefone
               DISPLAY 'Status do Cliente: ' WS-ClienteStatus
           END-IF
           IF WS-DataConstituicao NOT = 0
               DISPLAY 'Data de nascimento: ' WS-DataConstituicao
           END-IF
           IF WS-ResponsavelID NOT = 0
               DISPLAY 'Menor de idade - responsável legal: '
                   WS-ResponsavelID
           END-IF.

      * Pessoa jurídica: razão social, CNPJ (mascarado no perfil
      * somente-consulta, como o CPF), data de constituição e o
      * quadro de representantes ativos.
       ExibirDadosPessoaJuridica.
           DISPLAY 'Razão social: ' WS-ClienteNome
           IF WS-OperPerfil = 'Q'
               MOVE '**************' TO WS-CNPJMascarado
               MOVE WS-ClienteCNPJ(1:8) TO WS-CNPJMascarado(1:8)
               DISPLAY 'CNPJ: ' WS-CNPJMascarado
               MOVE '*** endereço reservado ***'
                   TO WS-EnderecoMasc
               DISPLAY 'Endereco da sede: ' WS-EnderecoMasc
           ELSE
               DISPLAY 'CNPJ: ' WS-ClienteCNPJ
               DISPLAY 'Endereco da sede: ' WS-ClienteEndereco
           END-IF
           DISPLAY 'Data de constituição: ' WS-DataConstituicao
           DISPLAY 'Telefone: ' WS-ClienteTelefone
           DISPLAY 'Status do Cliente: ' WS-ClienteStatus
           PERFORM ExibirRepresentantes
           IF WS-OperPerfil = 'Q'
               PERFORM JornalizarConsulta
           END-IF.

       ExibirRepresentantes.
           DISPLAY '   Sócios e representantes:'
           MOVE 0 TO WS-QtdeRepresent
           OPEN INPUT RepresentanteFile
           IF WS-RepFileStatus = '00'
               PERFORM UNTIL WS-RepFileStatus = '10'
                   READ RepresentanteFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF RepEmpresaID = WS-ClienteID AND
                                   RepAtivo
                               ADD 1 TO WS-QtdeRepresent
                               DISPLAY '     Cliente ' RepClienteID
                                   ' qualif. ' RepQualificacao
                                   ' poderes ' RepPoderes
                                   ' validade ' RepValidade
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RepresentanteFile
           END-IF
           IF WS-QtdeRepresent = 0
               DISPLAY '     Nenhum representante vinculado.'
           END-IF.

       JornalizarConsulta.
