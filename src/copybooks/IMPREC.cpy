      *****************************************************************
      *  IMPREC.CPY - Layout do registro de imposto retido
      *  (impostos_recolhidos.dat). Uma linha por retenção de IR ou
      *  IOF feita nos fluxos de resgate/liquidação de aplicação,
      *  no resgate e come-cotas dos fundos de investimento e do IOF
      *  cobrado nas operações de crédito (empréstimo e cheque
      *  especial) e nas remessas internacionais (IOF câmbio).
      *  Compartilhado pelos programas que retêm imposto e pelo
      *  relatório mensal de recolhimento, para manter o layout do
      *  arquivo em um só lugar.
           05  ImpostoContaNumero        PIC 9(7).
           05  ImpostoAplicacaoID        PIC 9(5).
           05  ImpostoValor              PIC 9(7)V99.
      *    Origem da retenção: CDB (ImpostoAplicacaoID é o número da
      *    aplicação), fundo (ImpostoAplicacaoID é o código do
      *    fundo), empréstimo (ImpostoAplicacaoID é o número do
      *    contrato), cheque especial (ImpostoAplicacaoID zero) ou
      *    remessa internacional (IOF câmbio; ImpostoAplicacaoID
      *    zero, o contrato guarda o valor cobrado).
      *    Linhas antigas, sem a origem, são de CDB.
           05  ImpostoOrigem             PIC X(1).
               88  ImpostoOrigemCDB          VALUE 'C' SPACE.
               88  ImpostoOrigemFundo        VALUE 'F'.
               88  ImpostoOrigemEmprestimo   VALUE 'E'.
               88  ImpostoOrigemChEsp        VALUE 'X'.
               88  ImpostoOrigemCredito      VALUE 'E' 'X'.
               88  ImpostoOrigemCambio       VALUE 'M'.
