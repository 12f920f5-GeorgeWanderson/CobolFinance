      *****************************************************************
      *  HISTCATREC.CPY - Layout do catálogo das gerações históricas
      *  de contratos encerrados (historico_catalogo.dat). Uma linha
      *  por geração criada pelo ArquivarContratos, com o arquivo de
      *  origem, a data de corte (os registros encerrados antes dela
      *  foram para a geração) e a contagem de registros. A consulta
      *  de contrato e o informe de rendimentos usam o catálogo para
      *  achar sozinhos o histórico que saiu dos arquivos ativos.
      *  Compartilhado pelo arquivamento e pelos leitores, para
      *  manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  HistoricoCatalogoRecord.
           05  HistCatOrigem             PIC X(4).
      *        EMPR emprestimos.dat, PARC parcelas.dat, APLI
      *        aplicacoes.dat, CHEQ cheques.dat.
           05  HistCatNome               PIC X(40).
           05  HistCatDataCorte          PIC 9(8).
           05  HistCatDataGeracao        PIC 9(8).
           05  HistCatRegistros          PIC 9(7).
