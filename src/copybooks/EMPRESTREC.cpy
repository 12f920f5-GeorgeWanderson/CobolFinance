           05  EmprestimoSucessorID      PIC 9(5).
      *    Modalidade: consignado tem a parcela retida na folha de
      *    pagamento do convênio apontado, em vez de cobrada em
      *    conta pelo job mensal. Parcelamento do cheque especial é
      *    o saldo devedor do limite convertido em contrato pela
      *    oferta de uso prolongado; cobrado em conta como o comum.
           05  EmprestimoModalidade      PIC X(1).
               88  EmprestimoComum           VALUE 'N' SPACE.
               88  EmprestimoConsignado      VALUE 'C'.
               88  EmprestimoParcelamentoChEsp VALUE 'P'.
           05  EmprestimoConvenioID      PIC 9(4).
      *    Seguro prestamista opcional: o prêmio único é financiado
      *    junto com o valor solicitado (já somado ao principal) e
      *    repassado à seguradora; com o óbito do titular o sinistro
      *    (sinistros.dat) quita o saldo devedor.
           05  EmprestimoSeguro          PIC X(1).
               88  EmprestimoSegurado        VALUE 'S'.
           05  EmprestimoValorPremio     PIC 9(7)V99.
