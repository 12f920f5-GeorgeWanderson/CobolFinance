       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManutencaoComissao.

      *****************************************************************
      *  ManutencaoComissao.cbl - Manutenção da tabela de comissão de
      *  vendas (tabela_comissao.dat): pontos por venda e percentual
      *  sobre o volume de cada produto, com início de vigência. Como
      *  nos parâmetros de negócio, só se inclui vigência nova; a
      *  linha antiga continua valendo para as vendas anteriores.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ComissaoFile ASSIGN TO 'tabela_comissao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ComisStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ComissaoFile.
       COPY COMISREC.

       WORKING-STORAGE SECTION.
       01  WS-ComisStatus       PIC XX.
       01  WS-OperadorID        PIC X(10).
       01  WS-OperadorSenha     PIC X(8).
       01  WS-OperAutenticado   PIC X VALUE 'N'.
       01  WS-OperPerfil        PIC X VALUE ' '.
       01  WS-OperLimite        PIC 9(7)V99 VALUE 0.
       01  WS-ExitFlag          PIC X VALUE 'N'.
       01  WS-OperacaoChoice    PIC X VALUE ' '.
       01  WS-OperacaoMenu      PIC X(50) VALUE
           '[I]ncluir vigência [L]istar histórico [E]Sair: '.
       01  WS-Produto           PIC X(4).
       01  WS-Pontos            PIC 9(3)V99 VALUE 0.
       01  WS-Percentual        PIC 9(2)V9(4) VALUE 0.
       01  WS-Vigencia          PIC 9(8) VALUE 0.
       01  WS-QtdeListados      PIC 9(4) VALUE 0.
       01  WS-DataHoje          PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
      *    Manutenção restrita: só supervisor ou gerente altera a
      *    remuneração de vendas.
           DISPLAY 'Informe o ID do operador: '
           ACCEPT WS-OperadorID
           DISPLAY 'Senha: '
           ACCEPT WS-OperadorSenha
           CALL 'AutenticarOperador' USING WS-OperadorID
               WS-OperadorSenha WS-OperAutenticado WS-OperPerfil
               WS-OperLimite
           IF WS-OperAutenticado NOT = 'S'
               DISPLAY 'Operador ou senha inválidos!'
               STOP RUN
           END-IF
           IF WS-OperPerfil NOT = 'S' AND WS-OperPerfil NOT = 'G'
               DISPLAY 'Perfil sem permissão para alterar a'
               DISPLAY 'tabela de comissão!'
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje

           DISPLAY 'Tabela de Comissão de Vendas'
           DISPLAY '----------------------------'
           PERFORM OperacoesComissao
           STOP RUN.

       OperacoesComissao.
           DISPLAY WS-OperacaoMenu
           ACCEPT WS-OperacaoChoice

           EVALUATE WS-OperacaoChoice
               WHEN 'I'
               WHEN 'i'
                   PERFORM IncluirVigencia
               WHEN 'L'
               WHEN 'l'
                   PERFORM ListarHistorico
               WHEN 'E'
               WHEN 'e'
                   MOVE 'Y' TO WS-ExitFlag
                   DISPLAY 'Operação encerrada.'
               WHEN OTHER
                   DISPLAY 'Opção inválida!'
           END-EVALUATE

           IF WS-ExitFlag = 'N'
               PERFORM OperacoesComissao
           END-IF.

       IncluirVigencia.
           DISPLAY 'Produto: CONT conta, CLIE cliente, CDB  CDB,'
           DISPLAY 'EMPR empréstimo, PACO pacote, DEBA débito auto: '
           MOVE SPACES TO WS-Produto
           ACCEPT WS-Produto
           MOVE FUNCTION UPPER-CASE(WS-Produto) TO WS-Produto
           IF WS-Produto NOT = 'CONT' AND WS-Produto NOT = 'CLIE' AND
                   WS-Produto NOT = 'CDB ' AND
                   WS-Produto NOT = 'EMPR' AND
                   WS-Produto NOT = 'PACO' AND WS-Produto NOT = 'DEBA'
               DISPLAY 'Produto inválido!'
           ELSE
               DISPLAY 'Pontos por venda: '
               ACCEPT WS-Pontos
               DISPLAY 'Percentual sobre o volume (CDB/EMPR): '
               ACCEPT WS-Percentual
               DISPLAY 'Vigente a partir de (AAAAMMDD): '
               ACCEPT WS-Vigencia

               MOVE WS-Produto TO ComisProduto
               MOVE WS-Vigencia TO ComisVigenciaInicio
               MOVE WS-Pontos TO ComisPontos
               MOVE WS-Percentual TO ComisPercentual
               MOVE WS-OperadorID TO ComisOperadorID
               MOVE WS-DataHoje TO ComisDataRegistro

               OPEN EXTEND ComissaoFile
               IF WS-ComisStatus = '35'
                   OPEN OUTPUT ComissaoFile
               END-IF
               WRITE ComissaoRecord
               CLOSE ComissaoFile
               DISPLAY 'Vigência registrada.'
           END-IF.

       ListarHistorico.
           MOVE 0 TO WS-QtdeListados
           OPEN INPUT ComissaoFile
           IF WS-ComisStatus = '00'
               PERFORM UNTIL WS-ComisStatus = '10'
                   READ ComissaoFile INTO ComissaoRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-QtdeListados
                           DISPLAY '  ' ComisProduto ' pontos '
                               ComisPontos ' percentual '
                               ComisPercentual ' desde '
                               ComisVigenciaInicio ' (registrado em '
                               ComisDataRegistro ' por '
                               ComisOperadorID ')'
                   END-READ
               END-PERFORM
               CLOSE ComissaoFile
           END-IF
           IF WS-QtdeListados = 0
               DISPLAY 'Nenhuma vigência registrada.'
           END-IF.

       END PROGRAM ManutencaoComissao.
