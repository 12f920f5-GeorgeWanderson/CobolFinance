      *****************************************************************
      *  FUNDOREC.CPY - Layout do registro de fundo de investimento
      *  (fundos.dat). Uma linha por fundo distribuído pelo banco,
      *  mantida pelo cadastro de fundos. A classe tributária define
      *  a alíquota do come-cotas e do IR no resgate (longo prazo
      *  15%, curto prazo 20%); o prazo de resgate é o número de
      *  dias úteis entre o pedido e o crédito em conta (D+n).
      *  Compartilhado pelo cadastro, pela transação de aplicação/
      *  resgate, pela importação de cotas e pelo job de liquidação.
      *****************************************************************
       01  FundoRecord.
           05  FundoCodigo               PIC 9(4).
           05  FundoNome                 PIC X(40).
           05  FundoCNPJ                 PIC X(14).
           05  FundoClasse               PIC X(1).
               88  FundoLongoPrazo           VALUE 'L'.
               88  FundoCurtoPrazo           VALUE 'C'.
           05  FundoPrazoResgate         PIC 9(2).
           05  FundoAplicMinima          PIC 9(7)V99.
           05  FundoDataInicio           PIC 9(8).
           05  FundoStatus               PIC X(1).
               88  FundoAtivo                VALUE 'A'.
               88  FundoEncerrado            VALUE 'E'.
