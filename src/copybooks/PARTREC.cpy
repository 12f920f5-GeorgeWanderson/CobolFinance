      *****************************************************************
      *  PARTREC.CPY - Layout da tabela de partições da janela
      *  noturna (particoes.dat). Cada linha é uma faixa de
      *  ContaAgencia; os jobs particionáveis rodam uma cópia por
      *  faixa ao mesmo tempo, cada uma com controle próprio no
      *  run-control e no diário de execuções, e o passo final
      *  junta relatórios e totais. As faixas não se sobrepõem.
      *  Compartilhado pela sub-rotina ObterParticao e pelo programa
      *  de execução particionada, para manter o layout do arquivo
      *  em um só lugar.
      *****************************************************************
       01  ParticaoRecord.
           05  PartNumero                PIC 9(2).
           05  PartAgenciaIni            PIC 9(4).
           05  PartAgenciaFim            PIC 9(4).
