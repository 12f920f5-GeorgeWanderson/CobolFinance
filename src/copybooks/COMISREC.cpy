      *****************************************************************
      *  COMISREC.CPY - Layout da tabela de comissão de vendas
      *  (tabela_comissao.dat). Uma linha por produto e início de
      *  vigência: os pontos por venda e o percentual sobre o volume
      *  (CDB e empréstimo). Vale para a venda a linha do produto com
      *  a maior vigência até a data da venda; reajuste é uma nova
      *  linha, nunca alteração da antiga. Compartilhado pela
      *  manutenção da tabela e pelo relatório de produção e
      *  comissão, para manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  ComissaoRecord.
           05  ComisProduto              PIC X(4).
           05  ComisVigenciaInicio       PIC 9(8).
           05  ComisPontos               PIC 9(3)V99.
      *    Percentual sobre o volume vendido (5,0000 = 5%).
           05  ComisPercentual           PIC 9(2)V9(4).
           05  ComisOperadorID           PIC X(10).
           05  ComisDataRegistro         PIC 9(8).
