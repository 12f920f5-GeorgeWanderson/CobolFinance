       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatalogarRemessa.

      *****************************************************************
      *  CatalogarRemessa.cbl - Sub-rotina do catálogo de remessas
      *  enviadas (remessas_enviadas.dat). Chamada por CALL
      *  'CatalogarRemessa' USING LK-Arquivo LK-Tipo LK-Destino
      *  LK-Contagem LK-Soma pelos programas que geram arquivo para
      *  destino externo, logo depois de fechar o arquivo, com a
      *  contagem e a soma gravadas no trailer. A remessa entra como
      *  gerada, com prazo de confirmação de 1 dia corrido,
      *  ajustável por tipo no parâmetro REMESSA-PRAZO-<tipo>. Uma
      *  regeração do mesmo arquivo ainda não confirmado marca a
      *  linha anterior como substituída. A transmissão, o casamento
      *  com a confirmação e o painel ficam no ControleRemessas.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RemessaEnvFile ASSIGN TO 'remessas_enviadas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RemEnvFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RemessaEnvFile.
       COPY REMENVREC.

       WORKING-STORAGE SECTION.
       01  RemEnvFileStatus     PIC XX.
       01  PrazoDias            PIC 9(2) VALUE 1.
       01  DataGeracaoHoje      PIC 9(8) VALUE 0.
       01  PrazoParamNome       PIC X(20).
       01  PrazoParamValor      PIC S9(9)V9(4) VALUE 0.
       01  PrazoParamAchado     PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LK-Arquivo           PIC X(40).
       01  LK-Tipo              PIC X(4).
       01  LK-Destino           PIC X(20).
       01  LK-Contagem          PIC 9(7).
       01  LK-Soma              PIC 9(11)V99.

       PROCEDURE DIVISION USING LK-Arquivo LK-Tipo LK-Destino
               LK-Contagem LK-Soma.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DataGeracaoHoje
           PERFORM MARCAR-SUBSTITUIDAS
           PERFORM OBTER-PRAZO-TIPO

           MOVE LK-Arquivo TO RemEnvArquivo
           MOVE LK-Tipo TO RemEnvTipo
           MOVE LK-Destino TO RemEnvDestino
           MOVE DataGeracaoHoje TO RemEnvDataGeracao
           MOVE FUNCTION CURRENT-DATE(9:8) TO RemEnvHoraGeracao
           MOVE LK-Contagem TO RemEnvContagem
           MOVE LK-Soma TO RemEnvSoma
           COMPUTE RemEnvPrazo = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DataGeracaoHoje) +
               PrazoDias)
           MOVE 0 TO RemEnvDataTransmissao
           MOVE SPACES TO RemEnvOperador
           MOVE 0 TO RemEnvDataConfirmacao
           MOVE 'N' TO RemEnvPendencia
           MOVE 'G' TO RemEnvSituacao

           OPEN EXTEND RemessaEnvFile
           IF RemEnvFileStatus = '35'
               OPEN OUTPUT RemessaEnvFile
           END-IF
           WRITE RemessaEnviadaRecord
           CLOSE RemessaEnvFile
           GOBACK.

      * O arquivo regerado sobrescreve o anterior no disco; a linha
      * antiga, ainda sem confirmação, deixa de ser cobrada.
       MARCAR-SUBSTITUIDAS.
           OPEN I-O RemessaEnvFile
           IF RemEnvFileStatus = '00'
               PERFORM UNTIL RemEnvFileStatus = '10'
                   READ RemessaEnvFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF RemEnvArquivo = LK-Arquivo AND
                                   (RemEnvGerada OR RemEnvTransmitida)
                               MOVE 'S' TO RemEnvSituacao
                               REWRITE RemessaEnviadaRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RemessaEnvFile
           END-IF.

      * Prazo de confirmação por tipo de remessa; sem parâmetro
      * vigente fica o padrão de 1 dia.
       OBTER-PRAZO-TIPO.
           MOVE 1 TO PrazoDias
           MOVE SPACES TO PrazoParamNome
           STRING 'REMESSA-PRAZO-' DELIMITED BY SIZE
                  LK-Tipo DELIMITED BY SPACE
               INTO PrazoParamNome
           CALL 'ObterParametro' USING PrazoParamNome
               DataGeracaoHoje PrazoParamValor PrazoParamAchado
           IF PrazoParamAchado = 'S' AND PrazoParamValor > 0
                   AND PrazoParamValor < 100
               MOVE PrazoParamValor TO PrazoDias
           END-IF.

       END PROGRAM CatalogarRemessa.
