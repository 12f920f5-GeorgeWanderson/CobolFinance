       01  WS-MovData             PIC X(10).
       01  WS-MovHora             PIC X(8).
       01  WS-Mensagem            PIC X(50).
       01  WS-AudPrograma         PIC X(20)
           VALUE 'ImportarCadastros'.
       01  WS-AudOperador         PIC X(10) VALUE 'MIGRACAO'.
       01  WS-AudArquivo          PIC X(12) VALUE 'contas'.
       01  WS-AudChave            PIC 9(7) VALUE 0.
       01  WS-AudCampo            PIC X(20) VALUE 'Status'.
       01  WS-AudAntes            PIC X(100).
       01  WS-AudDepois           PIC X(100).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           MOVE SPACES TO ClienteObitoCertidao
           MOVE 'V' TO ClienteSegmento
           MOVE 'N' TO ClienteTravaLegal
           MOVE 'F' TO ClienteTipoPessoa
           MOVE SPACES TO ClienteCNPJ
           MOVE 0 TO ClienteDataConstituicao
           MOVE 0 TO ClienteResponsavelID
           MOVE SPACES TO ClienteGerente
           MOVE 'C' TO ClienteCanalPreferido
           MOVE SPACES TO ClienteEmail

           OPEN I-O ClienteFile
           IF WS-ClienteFileStatus = '35'
           IF WS-MotivoRejeicao NOT = SPACES
               PERFORM RejeitarLinha
           ELSE
      *        Abertura na trilha como status de branco para ativo,
      *        como na abertura de balcão: é por ela que o envio ao
      *        CCS acha os vínculos iniciados no dia.
               MOVE ContaNumero TO WS-AudChave
               MOVE SPACES TO WS-AudAntes
               MOVE 'A' TO WS-AudDepois
               CALL 'GravarAuditoria' USING WS-AudPrograma
                   WS-AudOperador WS-AudArquivo WS-AudChave
                   WS-AudCampo WS-AudAntes WS-AudDepois
               IF WS-SaldoNum > 0
                   PERFORM GravarMovimentoAbertura
               END-IF
