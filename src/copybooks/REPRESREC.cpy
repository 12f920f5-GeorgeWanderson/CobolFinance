      *****************************************************************
      *  REPRESREC.CPY - Layout do registro de representante de
      *  pessoa jurídica (representantes.dat). Uma linha por vínculo
      *  entre a empresa cliente e um cliente pessoa física que a
      *  representa: a qualificação (sócio, administrador ou
      *  procurador), o alcance dos poderes, com a mesma escala da
      *  procuração de conta, e a validade. Compartilhado pela
      *  manutenção de representantes, pela consulta de clientes e
      *  pela abertura de conta, para manter o layout do arquivo em
      *  um só lugar.
      *****************************************************************
       01  RepresentanteRecord.
           05  RepEmpresaID              PIC 9(5).
           05  RepClienteID              PIC 9(5).
           05  RepQualificacao           PIC X(1).
               88  RepSocio                  VALUE 'S'.
               88  RepAdministrador          VALUE 'A'.
               88  RepProcurador             VALUE 'P'.
      *    Alcance dos poderes: consulta apenas, movimentação e
      *    pagamentos, ou todos os poderes (inclui abertura de conta
      *    e transferência).
           05  RepPoderes                PIC X(1).
               88  RepPoderConsulta          VALUE 'C'.
               88  RepPoderPagamentos        VALUE 'P'.
               88  RepPoderTotal             VALUE 'T'.
      *    Fim do mandato (AAAAMMDD); 99999999 para sócio sem prazo.
           05  RepValidade               PIC 9(8).
           05  RepDataRegistro           PIC 9(8).
           05  RepOperadorID             PIC X(10).
           05  RepStatus                 PIC X(1).
               88  RepAtivo                  VALUE 'A'.
               88  RepCancelado              VALUE 'C'.
