               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DeclFileStatus.

           SELECT AgSaqFile ASSIGN TO 'agendamentos_saque.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AgSaqFileStatus.

           SELECT ResumoFile ASSIGN DYNAMIC WS-ResumoFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  DeclData               PIC 9(8).
           05  DeclValorTotal         PIC 9(9)V99.
           05  DeclQtdeMovs           PIC 9(4).
      *    'E' = operação em espécie (grupo CPF/dia); 'P' = aviso de
      *    provisionamento de saque em espécie (agendamento).
           05  DeclTipo               PIC X(1).

       FD  AgSaqFile.
       COPY AGSAQREC.

       FD  ResumoFile.
       01  ResumoLine                 PIC X(132).
       01  WS-GrupoAchado         PIC X VALUE 'N'.
       01  WS-Declaradas          PIC 9(4) VALUE 0.
       01  WS-ValorDeclarado      PIC 9(11)V99 VALUE 0.
       01  WS-RemEnvContagem      PIC 9(7) VALUE 0.
       01  WS-AgSaqFileStatus     PIC XX.
       01  WS-AgSaqCompetencia    PIC 9(6) VALUE 0.
       01  WS-AvisosSaque         PIC 9(4) VALUE 0.
       01  WS-ValorAvisos         PIC 9(11)V99 VALUE 0.
       01  WS-Mensagem            PIC X(50).

       01  WS-ExecPrograma        PIC X(20).

           DISPLAY 'Grupos CPF/dia declarados: ' WS-Declaradas
           DISPLAY 'Valor total declarado: R$ ' WS-ValorDeclarado
           DISPLAY 'Avisos de saque em espécie: ' WS-AvisosSaque
           MOVE WS-DeclFileName TO WS-SpoolArquivo
           MOVE SPACES TO WS-SpoolAlvo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
           CALL 'CatalogarSpool' USING WS-SpoolArquivo
               'ExtratoCOAF         ' 'COAF' 'BATCH     '
               WS-SpoolAlvo 'S'
           COMPUTE WS-RemEnvContagem = WS-Declaradas + WS-AvisosSaque
      *    Catálogo de remessas enviadas: transmissão e confirmação
      *    do destino acompanhadas pelo ControleRemessas.
           CALL 'CatalogarRemessa' USING WS-DeclFileName 'COAF'
               'SISCOAF             ' WS-RemEnvContagem
               WS-ValorDeclarado
           DISPLAY 'Declaração: ' WS-DeclFileName
           DISPLAY 'Resumo interno: ' WS-ResumoFileName
           GOBACK.
                   MOVE WS-GrupoData(WS-GrupoIdx) TO DeclData
                   MOVE WS-GrupoValor(WS-GrupoIdx) TO DeclValorTotal
                   MOVE WS-GrupoQtde(WS-GrupoIdx) TO DeclQtdeMovs
                   MOVE 'E' TO DeclTipo
                   WRITE DeclaracaoRecord
                   ADD 1 TO WS-Declaradas
                   ADD WS-GrupoValor(WS-GrupoIdx)
                  WS-ValorDeclarado DELIMITED BY SIZE
               INTO ResumoLine
           WRITE ResumoLine

           PERFORM GravarAvisosSaque
           IF WS-GruposEstourados = 'S'
               MOVE 'AVISO: tabela de grupos esgotada; rode por'
                   TO ResumoLine
           CLOSE ResumoFile
           CLOSE DeclaracaoFile.

      * Saque em espécie agendado na competência é comunicado pelo
      * aviso de provisionamento, mesmo que o cliente não venha
      * sacar; só o cancelado antes da data fica de fora.
       GravarAvisosSaque.
           OPEN INPUT AgSaqFile
           IF WS-AgSaqFileStatus = '00'
               PERFORM UNTIL WS-AgSaqFileStatus = '10'
                   READ AgSaqFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE AgSaqDataRegistro(1:6)
                               TO WS-AgSaqCompetencia
                           IF WS-AgSaqCompetencia = WS-Competencia
                                   AND NOT AgSaqCancelado
                               PERFORM GravarUmAvisoSaque
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgSaqFile
           END-IF
           MOVE SPACES TO ResumoLine
           STRING 'Avisos de saque em espécie: ' DELIMITED BY SIZE
                  WS-AvisosSaque DELIMITED BY SIZE
                  '  Valor total: R$ ' DELIMITED BY SIZE
                  WS-ValorAvisos DELIMITED BY SIZE
               INTO ResumoLine
           WRITE ResumoLine.

       GravarUmAvisoSaque.
           MOVE 'N' TO WS-CadastroOk
           MOVE AgSaqClienteID TO WS-ClienteIDBusca
           PERFORM LocalizarCliente
           IF WS-CadastroOk = 'Y'
               MOVE WS-CpfMovimento TO DeclCPF
               MOVE WS-NomeMovimento TO DeclNome
               MOVE AgSaqDataSaque TO DeclData
               MOVE AgSaqValor TO DeclValorTotal
               MOVE 1 TO DeclQtdeMovs
               MOVE 'P' TO DeclTipo
               WRITE DeclaracaoRecord
               ADD 1 TO WS-AvisosSaque
               ADD AgSaqValor TO WS-ValorAvisos
               ADD AgSaqValor TO WS-ValorDeclarado

               MOVE SPACES TO ResumoLine
               STRING 'AVISO CPF ' DELIMITED BY SIZE
                      WS-CpfMovimento DELIMITED BY SIZE
                      ' saque agendado ' DELIMITED BY SIZE
                      AgSaqDataSaque DELIMITED BY SIZE
                      ' R$ ' DELIMITED BY SIZE
                      AgSaqValor DELIMITED BY SIZE
                      ' conta ' DELIMITED BY SIZE
                      AgSaqContaNumero DELIMITED BY SIZE
                   INTO ResumoLine
               WRITE ResumoLine
           END-IF.

       END PROGRAM ExtratoCOAF.
