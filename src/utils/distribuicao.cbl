       IDENTIFICATION DIVISION.
       PROGRAM-ID. DistribuirRelatorio.

      *****************************************************************
      *  DistribuirRelatorio.cbl - Sub-rotina de distribuição de
      *  relatório por agência (bursting do spool). O programa que
      *  gera um relatório consolidado chama, na ordem:
      *    CALL 'DistribuirRelatorio' USING LK-Operacao LK-Agencia
      *        LK-Linha LK-Base LK-Programa LK-Tipo LK-Restrito
      *    'I' - inicia a distribuição: LK-Base é o nome do arquivo
      *          consolidado sem a extensão; programa, tipo e
      *          restrito vão para o catálogo de cada parte;
      *    'T' - linha de título, repetida no topo de cada parte;
      *    'G' - linha do relatório pertencente à agência LK-Agencia
      *          (em qualquer ordem);
      *    'F' - fecha: separa as linhas por agência, mantendo a
      *          ordem de gravação dentro de cada uma, grava
      *          <base>_agNNNN.txt e cataloga cada parte no spool
      *          com o alvo 'AGNNNN'. O visualizador do spool só
      *          mostra a parte à agência de lotação do operador.
      *          Em LK-Agencia volta a quantidade de partes gravadas.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TrabalhoFile ASSIGN DYNAMIC TrabalhoFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TrabalhoStatus.

           SELECT DistSortFile ASSIGN TO 'distsort.wrk'.

           SELECT ParteFile ASSIGN DYNAMIC ParteFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ParteStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  TrabalhoFile.
       01  TrabalhoRecord.
           05  TrabAgencia            PIC 9(4).
           05  TrabSequencia          PIC 9(7).
           05  TrabLinha              PIC X(132).

       SD  DistSortFile.
       01  DistSortRecord.
           05  DistAgencia            PIC 9(4).
           05  DistSequencia          PIC 9(7).
           05  DistLinha              PIC X(132).

       FD  ParteFile.
       01  ParteLine                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  TrabalhoStatus       PIC XX.
       01  ParteStatus          PIC XX.
       01  ParteFileName        PIC X(40).
      * Arquivo de trabalho com o nome do relatório, para cópias do
      * mesmo programa rodando ao mesmo tempo (partições) não
      * dividirem o mesmo arquivo.
       01  TrabalhoFileName     PIC X(44).
       01  BaseArquivo          PIC X(40).
       01  ProgramaCatalogo     PIC X(20).
       01  TipoCatalogo         PIC X(4).
       01  RestritoCatalogo     PIC X(1).
       01  AlvoCatalogo         PIC X(20).
       01  OperadorCatalogo     PIC X(10) VALUE 'BATCH'.
       01  SequenciaLinha       PIC 9(7) VALUE 0.
       01  QtdeTitulos          PIC 9(1) VALUE 0.
       01  TabelaTitulos.
           05  LinhaTitulo      PIC X(132) OCCURS 5 TIMES.
       01  TituloIdx            PIC 9(1) VALUE 0.
       01  QtdePartes           PIC 9(4) VALUE 0.
       01  AgenciaParte         PIC 9(4) VALUE 0.
       01  ParteAberta          PIC X VALUE 'N'.
       01  FimDistribuicao      PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LK-Operacao          PIC X(1).
       01  LK-Agencia           PIC 9(4).
       01  LK-Linha             PIC X(132).
       01  LK-Base              PIC X(40).
       01  LK-Programa          PIC X(20).
       01  LK-Tipo              PIC X(4).
       01  LK-Restrito          PIC X(1).

       PROCEDURE DIVISION USING LK-Operacao LK-Agencia LK-Linha
               LK-Base LK-Programa LK-Tipo LK-Restrito.
       BEGIN.
           EVALUATE LK-Operacao
               WHEN 'I'
                   PERFORM INICIAR-DISTRIBUICAO
               WHEN 'T'
                   IF QtdeTitulos < 5
                       ADD 1 TO QtdeTitulos
                       MOVE LK-Linha TO LinhaTitulo(QtdeTitulos)
                   END-IF
               WHEN 'G'
                   ADD 1 TO SequenciaLinha
                   MOVE LK-Agencia TO TrabAgencia
                   MOVE SequenciaLinha TO TrabSequencia
                   MOVE LK-Linha TO TrabLinha
                   WRITE TrabalhoRecord
               WHEN 'F'
                   PERFORM FINALIZAR-DISTRIBUICAO
                   MOVE QtdePartes TO LK-Agencia
           END-EVALUATE
           GOBACK.

       INICIAR-DISTRIBUICAO.
           MOVE LK-Base TO BaseArquivo
           MOVE LK-Programa TO ProgramaCatalogo
           MOVE LK-Tipo TO TipoCatalogo
           MOVE LK-Restrito TO RestritoCatalogo
           MOVE 0 TO SequenciaLinha
           MOVE 0 TO QtdeTitulos
           MOVE 0 TO QtdePartes
           MOVE SPACES TO TrabalhoFileName
           STRING BaseArquivo DELIMITED BY SPACE
                  '.wrk' DELIMITED BY SIZE
               INTO TrabalhoFileName
           OPEN OUTPUT TrabalhoFile.

       FINALIZAR-DISTRIBUICAO.
           CLOSE TrabalhoFile
           MOVE 'N' TO ParteAberta
           SORT DistSortFile
               ON ASCENDING KEY DistAgencia DistSequencia
               USING TrabalhoFile
               OUTPUT PROCEDURE IS GRAVAR-PARTES.

       GRAVAR-PARTES.
           MOVE 'N' TO FimDistribuicao
           PERFORM UNTIL FimDistribuicao = 'S'
               RETURN DistSortFile
                   AT END
                       MOVE 'S' TO FimDistribuicao
                   NOT AT END
                       IF ParteAberta = 'N' OR
                               DistAgencia NOT = AgenciaParte
                           IF ParteAberta = 'S'
                               PERFORM FECHAR-PARTE
                           END-IF
                           MOVE DistAgencia TO AgenciaParte
                           PERFORM ABRIR-PARTE
                       END-IF
                       MOVE DistLinha TO ParteLine
                       WRITE ParteLine
               END-RETURN
           END-PERFORM
           IF ParteAberta = 'S'
               PERFORM FECHAR-PARTE
           END-IF.

       ABRIR-PARTE.
           MOVE SPACES TO ParteFileName
           STRING BaseArquivo DELIMITED BY SPACE
                  '_ag' DELIMITED BY SIZE
                  AgenciaParte DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO ParteFileName
           OPEN OUTPUT ParteFile
           MOVE 'S' TO ParteAberta
           ADD 1 TO QtdePartes
           PERFORM VARYING TituloIdx FROM 1 BY 1
                   UNTIL TituloIdx > QtdeTitulos
               MOVE LinhaTitulo(TituloIdx) TO ParteLine
               WRITE ParteLine
           END-PERFORM.

       FECHAR-PARTE.
           CLOSE ParteFile
           MOVE 'N' TO ParteAberta
           MOVE SPACES TO AlvoCatalogo
           STRING 'AG' DELIMITED BY SIZE
                  AgenciaParte DELIMITED BY SIZE
               INTO AlvoCatalogo
           CALL 'CatalogarSpool' USING ParteFileName
               ProgramaCatalogo TipoCatalogo OperadorCatalogo
               AlvoCatalogo RestritoCatalogo.

       END PROGRAM DistribuirRelatorio.
