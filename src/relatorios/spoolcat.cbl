      *  supervisor ou gerente; caixa não abre) e expira as entradas
      *  antigas pela retenção por tipo (RET-SPOOL-<tipo> em
      *  parametros.dat, padrão 90 dias), removendo o arquivo do
      *  disco. Relatório distribuído por agência (alvo 'AGnnnn') só
      *  aparece para o operador lotado naquela agência; a versão
      *  consolidada (alvo 'CONSOLIDADO') fica com a sede/diretoria,
      *  isto é, o operador sem agência de lotação, que vê tudo.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SaidaStatus.

           SELECT OperadorFile ASSIGN TO 'operadores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OperFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SpoolFile.
       FD  SaidaFile.
       01  SaidaLine                  PIC X(132).

       FD  OperadorFile.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-SpoolStatus         PIC XX.
       01  WS-SaidaStatus         PIC XX.
       01  WS-SaidaFileName       PIC X(40).
       01  WS-OperFileStatus      PIC XX.
       01  WS-OperAgencia         PIC 9(4) VALUE 0.
       01  WS-Visivel             PIC X VALUE 'S'.
       01  WS-Opcao               PIC X VALUE ' '.
       01  WS-OperadorID          PIC X(10).
       01  WS-OperadorSenha       PIC X(8).
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           PERFORM LocalizarAgenciaOperador

           DISPLAY '[L]istar catálogo, [R]eimprimir,'
           DISPLAY '[X] expurgo por retenção: '
                           EXIT PERFORM
                       NOT AT END
                           IF SpoolAtivo
                               PERFORM VerificarVisibilidade
                               IF WS-Visivel = 'N'
                                   CONTINUE
                               ELSE
                                   ADD 1 TO WS-Listados
                   AND WS-OperPerfil NOT = 'G'
               DISPLAY 'Conteúdo restrito: reimpressão negada'
               DISPLAY 'para o seu perfil.'
           ELSE
           PERFORM VerificarVisibilidade
           IF WS-Visivel = 'N'
               DISPLAY 'Relatório de outra agência: reimpressão'
               DISPLAY 'negada.'
           ELSE
               PERFORM ExibirConteudo
               MOVE 'SPOO' TO WS-SegEvento
               CALL 'RegistrarEventoSeguranca' USING WS-OperadorID
                   WS-SegEvento WS-SegDetalhe
           END-IF
           END-IF
           END-IF.

      * Agência de lotação do operador; zero (ou cadastro sem
      * agência) identifica a sede/diretoria.
       LocalizarAgenciaOperador.
           MOVE 0 TO WS-OperAgencia
           OPEN INPUT OperadorFile
           IF WS-OperFileStatus = '00'
               PERFORM UNTIL WS-OperFileStatus = '10'
                   READ OperadorFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OperadorID = WS-OperadorID
                               IF OperadorAgencia IS NUMERIC
                                   MOVE OperadorAgencia
                                       TO WS-OperAgencia
                               END-IF
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperadorFile
           END-IF.

      * Visibilidade da entrada para o operador: conteúdo restrito
      * exige supervisor ou gerente; parte de agência só para quem
      * é lotado nela; consolidado só para a sede.
       VerificarVisibilidade.
           MOVE 'S' TO WS-Visivel
           IF SpoolRestrito = 'S' AND WS-OperPerfil NOT = 'S' AND
                   WS-OperPerfil NOT = 'G'
               MOVE 'N' TO WS-Visivel
           END-IF
           IF WS-OperAgencia > 0
               IF SpoolAlvo = 'CONSOLIDADO'
                   MOVE 'N' TO WS-Visivel
               END-IF
               IF SpoolAlvo(1:2) = 'AG' AND
                       SpoolAlvo(3:4) IS NUMERIC AND
                       SpoolAlvo(7:14) = SPACES AND
                       SpoolAlvo(3:4) NOT = WS-OperAgencia
                   MOVE 'N' TO WS-Visivel
               END-IF
           END-IF.

       ExibirConteudo.
