           05  PacoteSaquesGratis        PIC 9(3).
           05  PacoteTransfGratis        PIC 9(3).
           05  PacoteEssencial           PIC X(1).
      *    Tabela padrão da cobrança de títulos para os cedentes
      *    com conta no pacote (o cedente pode ter tabela própria
      *    em CEDREC): tarifas de registro, liquidação e baixa e o
      *    float da liquidação em dias úteis.
           05  PacoteTarifaCobRegistro   PIC 9(3)V99.
           05  PacoteTarifaCobLiquidacao PIC 9(3)V99.
           05  PacoteTarifaCobBaixa      PIC 9(3)V99.
           05  PacoteDiasFloatCob        PIC 9(2).
