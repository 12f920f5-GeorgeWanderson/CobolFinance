      *****************************************************************
      *  QUALCADREC.CPY - Layout do registro de qualidade cadastral
      *  (qualidade_cadastro.dat). Uma linha por cliente avaliado em
      *  cada competência do saneamento cadastral: a nota de 0 a 100
      *  e a marca de cada crítica que tirou pontos, com a agência
      *  da conta do cliente para a evolução mês a mês por agência.
      *  Compartilhado pelo saneamento, para manter o layout do
      *  arquivo em um só lugar.
      *****************************************************************
       01  QualidadeCadastroRecord.
           05  QualCompetencia           PIC 9(6).
           05  QualClienteID             PIC 9(5).
      *    Agência da conta do cliente; zero para cliente sem conta.
           05  QualAgencia               PIC 9(4).
           05  QualGerente               PIC X(10).
           05  QualNota                  PIC 9(3).
      *    'S' quando a crítica falhou; a ordem é a dos pesos do
      *    saneamento: CPF/CNPJ inválido, endereço em branco ou
      *    incompleto, telefone inválido, renda zerada, nome
      *    duplicado com outra grafia, endereço repetido em muitos
      *    clientes e data de nascimento/constituição ausente.
           05  QualCriticas.
               10  QualDocInvalido       PIC X(1).
               10  QualSemEndereco       PIC X(1).
               10  QualTelefoneInvalido  PIC X(1).
               10  QualSemRenda          PIC X(1).
               10  QualNomeDuplicado     PIC X(1).
               10  QualEnderecoRepetido  PIC X(1).
               10  QualSemNascimento     PIC X(1).
           05  QualCriticaTabela REDEFINES QualCriticas.
               10  QualCritica           PIC X(1) OCCURS 7 TIMES.
           05  QualDataApuracao          PIC 9(8).
