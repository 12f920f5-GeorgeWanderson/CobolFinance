      *****************************************************************
      *  PREAPROVREC.CPY - Layout do registro de crédito pré-aprovado
      *  (preaprovados.dat). Uma linha por cliente ativo, regravada
      *  a cada cálculo mensal: os limites pré-aprovados de
      *  empréstimo e de cheque especial, a validade e a base do
      *  cálculo (saldo médio, saldo devedor, pior atraso e nível de
      *  risco da carteira). Cliente fora da política fica com os
      *  limites zerados e o motivo. A contratação de empréstimo
      *  dentro do pré-aprovado vai acumulando o valor utilizado.
      *  Compartilhado pelo cálculo mensal e pela sub-rotina de
      *  consulta, para manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  PreAprovadoRecord.
           05  PreAprovClienteID         PIC 9(5).
           05  PreAprovCompetencia       PIC 9(6).
           05  PreAprovDataCalculo       PIC 9(8).
           05  PreAprovDataValidade      PIC 9(8).
           05  PreAprovLimiteEmprestimo  PIC 9(9)V99.
           05  PreAprovLimiteChEspecial  PIC 9(7)V99.
      *    Principal já contratado dentro do pré-aprovado desde o
      *    cálculo; o disponível é o limite menos este valor.
           05  PreAprovUtilizado         PIC 9(9)V99.
           05  PreAprovSaldoMedio        PIC S9(9)V99.
           05  PreAprovSaldoDevedor      PIC 9(9)V99.
           05  PreAprovDiasAtrasoMax     PIC 9(5).
      *    Pior nível de risco (AA a H) dos contratos do cliente na
      *    última classificação da carteira; branco sem contrato.
           05  PreAprovNivel             PIC X(2).
           05  PreAprovMotivo            PIC X(1).
               88  PreAprovElegivel          VALUE SPACE.
               88  PreAprovNegativado        VALUE 'N'.
               88  PreAprovRiscoAlto         VALUE 'R'.
               88  PreAprovNivelRisco        VALUE 'C'.
               88  PreAprovAtraso            VALUE 'A'.
               88  PreAprovSemRenda          VALUE 'S'.
               88  PreAprovInelegivel        VALUE 'I'.
