      *  USING LK-Origem LK-Tipo LK-Conta LK-Valor LK-Descricao pelos
      *  programas que detectam uma exceção operacional, em vez de
      *  cada um só exibir a ocorrência na tela. O prazo de
      *  tratamento padrão é de 5 dias corridos, ajustável por tipo
      *  no parâmetro PEND-PRAZO-<tipo> (dias corridos); o worklist
      *  de pendências faz a tomada, a resolução e o envelhecimento.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  ProximaPendID        PIC 9(7) VALUE 0.
       01  PrazoDias            PIC 9(2) VALUE 5.
       01  DataAberturaHoje     PIC 9(8) VALUE 0.
       01  PrazoParamNome       PIC X(20).
       01  PrazoParamValor      PIC S9(9)V9(4) VALUE 0.
       01  PrazoParamAchado     PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LK-Origem            PIC X(20).
           MOVE LK-Valor TO PendValor
           MOVE FUNCTION CURRENT-DATE(1:8) TO DataAberturaHoje
           MOVE DataAberturaHoje TO PendDataAbertura
           PERFORM OBTER-PRAZO-TIPO
           COMPUTE PendPrazo = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DataAberturaHoje) +
               PrazoDias)
           CLOSE PendenciaFile
           GOBACK.

      * Prazo por tipo de pendência; sem parâmetro vigente fica o
      * padrão de 5 dias, ou os 15 dias do prazo legal de resposta
      * ao titular no pedido de acesso LGPD.
       OBTER-PRAZO-TIPO.
           MOVE 5 TO PrazoDias
           IF LK-Tipo = 'LGPD'
               MOVE 15 TO PrazoDias
           END-IF
           MOVE SPACES TO PrazoParamNome
           STRING 'PEND-PRAZO-' DELIMITED BY SIZE
                  LK-Tipo DELIMITED BY SPACE
               INTO PrazoParamNome
           CALL 'ObterParametro' USING PrazoParamNome
               DataAberturaHoje PrazoParamValor PrazoParamAchado
           IF PrazoParamAchado = 'S' AND PrazoParamValor > 0
                   AND PrazoParamValor < 100
               MOVE PrazoParamValor TO PrazoDias
           END-IF.

       OBTER-PROXIMA-ID.
           MOVE 0 TO ProximaPendID
           OPEN INPUT PendenciaSeqFile
