      *****************************************************************
      *  GRUPOREC.CPY - Layout do registro de grupo econômico
      *  (grupos_economicos.dat). Uma linha por grupo de clientes
      *  que respondem juntos pelo risco de crédito (empresas
      *  controladas e coligadas, sócios e controladores), com o
      *  limite de exposição consolidado aprovado para o grupo. Os
      *  clientes do grupo ficam em grupos_membros.dat (GRUPMEMREC).
      *  Compartilhado pela manutenção de grupos, pela apuração da
      *  exposição consolidada e pelo relatório de concentração,
      *  para manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  GrupoRecord.
           05  GrupoID                   PIC 9(5).
           05  GrupoNome                 PIC X(40).
      *    Teto da soma de saldo devedor de empréstimos e limites de
      *    cheque especial e cartão de todos os membros.
           05  GrupoLimiteExposicao      PIC 9(11)V99.
           05  GrupoDataRegistro         PIC 9(8).
           05  GrupoOperadorID           PIC X(10).
           05  GrupoStatus               PIC X(1).
               88  GrupoAtivo                VALUE 'A'.
               88  GrupoCancelado            VALUE 'C'.
