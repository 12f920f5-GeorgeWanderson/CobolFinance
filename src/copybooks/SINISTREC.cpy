      *****************************************************************
      *  SINISTREC.CPY - Layout do registro de sinistro do seguro
      *  prestamista (sinistros.dat). Uma linha por contrato segurado
      *  cujo titular faleceu: aberto pelo TratamentoObito com o
      *  saldo devedor na data do óbito, enviado à seguradora pela
      *  remessa de sinistros e encerrado pelo retorno (indenização,
      *  que quita o contrato, ou negativa). Compartilhado pelos
      *  programas do fluxo, para manter o layout do arquivo em um só
      *  lugar.
      *****************************************************************
       01  SinistroRecord.
           05  SinistroID                PIC 9(5).
           05  SinistroEmprestimoID      PIC 9(5).
           05  SinistroContaNumero       PIC 9(7).
           05  SinistroClienteID         PIC 9(5).
           05  SinistroClienteCPF        PIC X(11).
           05  SinistroClienteNome       PIC A(50).
           05  SinistroDataObito         PIC 9(8).
           05  SinistroCertidao          PIC X(20).
           05  SinistroDataAbertura      PIC 9(8).
           05  SinistroSaldoDevedor      PIC 9(9)V99.
           05  SinistroValorIndenizado   PIC 9(9)V99.
           05  SinistroDataRetorno       PIC 9(8).
           05  SinistroStatus            PIC X(1).
               88  SinistroAberto            VALUE 'A'.
               88  SinistroEnviado           VALUE 'E'.
               88  SinistroIndenizado        VALUE 'I'.
               88  SinistroNegado            VALUE 'N'.
