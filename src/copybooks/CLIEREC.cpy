      *    do expurgo de dados pessoais até a trava cair.
           05  ClienteTravaLegal PIC X(1).
               88  ClienteComTravaLegal  VALUE 'S'.
      *    Tipo de pessoa: branco nos cadastros antigos vale como
      *    física. Na pessoa jurídica o ClienteNome guarda a razão
      *    social, a ocupação e a renda guardam a atividade e o
      *    faturamento mensal, e o ClienteCPF (chave alternativa
      *    única) recebe o substituto 'PJ' + ClienteID, já que o
      *    documento da empresa é o ClienteCNPJ.
           05  ClienteTipoPessoa PIC X(1).
               88  ClientePessoaFisica   VALUE 'F' SPACE.
               88  ClientePessoaJuridica VALUE 'J'.
           05  ClienteCNPJ       PIC X(14).
      *    Data de constituição da empresa (PJ) ou de nascimento do
      *    cliente (PF), AAAAMMDD; zero quando não informada.
           05  ClienteDataConstituicao PIC 9(8).
           05  ClienteDataNascimento REDEFINES
               ClienteDataConstituicao PIC 9(8).
      *    Responsável legal (pai, mãe ou tutor) do cliente menor de
      *    idade; zero para cliente capaz. Débitos em conta de menor
      *    exigem a identificação do responsável, e a conversão de
      *    maioridade zera o vínculo quando o cliente faz 18 anos.
           05  ClienteResponsavelID PIC 9(5).
               88  ClienteMenorIdade     VALUE 1 THRU 99999.
      *    Gerente de relacionamento responsável pela carteira do
      *    cliente: OperadorID de perfil gerente em operadores.dat;
      *    branco enquanto o cliente não foi encarteirado.
           05  ClienteGerente    PIC X(10).
      *    Canal preferido para a correspondência obrigatória (C
      *    carta, E e-mail, S SMS); branco nos cadastros antigos vale
      *    como carta. O e-mail só é usado com o canal E.
           05  ClienteCanalPreferido PIC X(1).
               88  ClienteCanalCarta     VALUE 'C' SPACE.
               88  ClienteCanalEmail     VALUE 'E'.
               88  ClienteCanalSMS       VALUE 'S'.
           05  ClienteEmail      PIC X(60).
