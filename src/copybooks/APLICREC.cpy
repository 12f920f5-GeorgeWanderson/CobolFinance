               88  AplicRenovaPrincipal      VALUE 'P'.
               88  AplicRenovaTotal          VALUE 'T'.
               88  AplicLiquidaVenc          VALUE 'L' SPACE.
      *    Caução: EmprestimoID do contrato que tem a aplicação como
      *    garantia. Enquanto preenchido a aplicação não é resgatada
      *    nem liquidada em conta; zera na quitação do contrato.
           05  AplicacaoEmprestimoGarantia PIC 9(5).
               88  AplicacaoCaucionada       VALUE 1 THRU 99999.
