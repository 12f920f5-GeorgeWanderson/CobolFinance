           05  CedenteStatus             PIC X(1).
               88  CedenteAtivo              VALUE 'A'.
               88  CedenteInativo            VALUE 'I'.
      *    Instrução de protesto padrão do cedente: dias corridos
      *    após o vencimento para enviar o título não pago ao
      *    cartório; zero (ou em branco) não protesta. O título pode
      *    trazer instrução própria (TituloDiasProtesto).
           05  CedenteDiasProtesto       PIC 9(3).
      *    Tabela de tarifas da cobrança: 'P' = própria do cedente
      *    (valores abaixo); outro valor (ou em branco) segue a
      *    tabela do pacote da conta do cedente (PACOTEREC).
           05  CedenteTabelaTarifa       PIC X(1).
               88  CedenteTabelaPropria      VALUE 'P'.
           05  CedenteTarifaRegistro     PIC 9(3)V99.
           05  CedenteTarifaLiquidacao   PIC 9(3)V99.
           05  CedenteTarifaBaixa        PIC 9(3)V99.
      *    Float: a liquidação é creditada retida e liberada em D+n
      *    dias úteis (feriados.dat); zero libera no mesmo dia.
           05  CedenteDiasFloat          PIC 9(2).
