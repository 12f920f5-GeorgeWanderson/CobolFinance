      *****************************************************************
      *  CONSENTREC.CPY - Layout do histórico de consentimentos LGPD
      *  (consentimentos.dat). Uma linha por aceite ou revogação,
      *  nunca regravada: o último evento do cliente em cada
      *  finalidade é a situação vigente, e cliente sem evento na
      *  finalidade não deu consentimento. Compartilhado pela
      *  manutenção de consentimentos e pela sub-rotina
      *  ConsultarConsentimento, para manter o layout do arquivo em
      *  um só lugar.
      *****************************************************************
       01  ConsentimentoRecord.
           05  ConsClienteID             PIC 9(5).
           05  ConsFinalidade            PIC X(4).
      *        OFER ofertas de produtos, PARC compartilhamento com
      *        parceiros, PESQ pesquisas de satisfação.
           05  ConsSituacao              PIC X(1).
               88  ConsAceito                VALUE 'A'.
               88  ConsRevogado              VALUE 'R'.
           05  ConsData                  PIC 9(8).
           05  ConsHora                  PIC X(8).
           05  ConsCanalColeta           PIC X(1).
      *        A agência, I internet, T telefone, F formulário.
           05  ConsOperador              PIC X(10).
