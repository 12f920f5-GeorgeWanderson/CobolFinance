      *****************************************************************
      *  GRUPMEMREC.CPY - Layout do registro de membro de grupo
      *  econômico (grupos_membros.dat). Uma linha por vínculo de um
      *  cliente a um grupo de grupos_economicos.dat, com o papel do
      *  cliente no grupo. Um cliente fica ativo em um só grupo.
      *  Compartilhado pela manutenção de grupos, pela apuração da
      *  exposição consolidada e pelo relatório de concentração,
      *  para manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  GrupoMembroRecord.
           05  MembroGrupoID             PIC 9(5).
           05  MembroClienteID           PIC 9(5).
           05  MembroPapel               PIC X(1).
               88  MembroControlador         VALUE 'C'.
               88  MembroEmpresa             VALUE 'E'.
               88  MembroSocio               VALUE 'S'.
           05  MembroDataRegistro        PIC 9(8).
           05  MembroOperadorID          PIC X(10).
           05  MembroStatus              PIC X(1).
               88  MembroAtivo               VALUE 'A'.
               88  MembroExcluido            VALUE 'E'.
