       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManutencaoFundos.

      *****************************************************************
      *  ManutencaoFundos.cbl - Cadastro dos fundos de investimento
      *  distribuídos pelo banco (fundos.dat): código, nome, CNPJ do
      *  fundo, classe tributária (longo/curto prazo, que define a
      *  alíquota do come-cotas), prazo de liquidação do resgate em
      *  dias úteis e aplicação mínima. Fundo baixado não aceita
      *  aplicação nova; as posições existentes continuam podendo
      *  ser resgatadas.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FundoFile ASSIGN TO 'fundos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FundoFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  FundoFile.
       COPY FUNDOREC.

       WORKING-STORAGE SECTION.
       01  WS-FundoFileStatus   PIC XX.
       01  WS-ExitFlag          PIC X VALUE 'N'.
       01  WS-OperacaoChoice    PIC X VALUE ' '.
       01  WS-OperacaoMenu      PIC X(50) VALUE
           '[I]ncluir [B]aixar [L]istar [E]Sair: '.
       01  WS-FundoCodigo       PIC 9(4) VALUE 0.
       01  WS-FundoNome         PIC X(40).
       01  WS-FundoCNPJ         PIC X(14).
       01  WS-FundoClasse       PIC X VALUE 'L'.
       01  WS-FundoPrazo        PIC 9(2) VALUE 0.
       01  WS-FundoMinima       PIC 9(7)V99 VALUE 0.
       01  WS-FundoAchado       PIC X VALUE 'N'.
       01  WS-QtdeListados      PIC 9(3) VALUE 0.
       01  WS-DataHojeOrd       PIC 9(8) VALUE 0.
       01  WS-ValidTipo         PIC X(4) VALUE 'CNPJ'.
       01  WS-ValidEntrada      PIC X(47).
       01  WS-ValidResultado    PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd
           DISPLAY 'Cadastro de Fundos de Investimento'
           DISPLAY '----------------------------------'
           PERFORM OperacoesFundo
           STOP RUN.

       OperacoesFundo.
           DISPLAY WS-OperacaoMenu
           ACCEPT WS-OperacaoChoice

           EVALUATE WS-OperacaoChoice
               WHEN 'I'
               WHEN 'i'
                   PERFORM IncluirFundo
               WHEN 'B'
               WHEN 'b'
                   PERFORM BaixarFundo
               WHEN 'L'
               WHEN 'l'
                   PERFORM ListarFundos
               WHEN 'E'
               WHEN 'e'
                   MOVE 'Y' TO WS-ExitFlag
                   DISPLAY 'Operação encerrada.'
               WHEN OTHER
                   DISPLAY 'Opção inválida!'
           END-EVALUATE

           IF WS-ExitFlag = 'N'
               PERFORM OperacoesFundo
           END-IF.

       IncluirFundo.
           DISPLAY 'Código do fundo (4 dígitos): '
           ACCEPT WS-FundoCodigo
           DISPLAY 'Nome do fundo: '
           ACCEPT WS-FundoNome
           DISPLAY 'CNPJ do fundo (14 dígitos): '
           ACCEPT WS-FundoCNPJ
           DISPLAY 'Classe tributária [L]ongo prazo / [C]urto prazo: '
           ACCEPT WS-FundoClasse
           MOVE FUNCTION UPPER-CASE(WS-FundoClasse) TO WS-FundoClasse
           DISPLAY 'Prazo de liquidação do resgate (dias úteis): '
           ACCEPT WS-FundoPrazo
           DISPLAY 'Aplicação mínima: '
           ACCEPT WS-FundoMinima

           MOVE WS-FundoCNPJ TO WS-ValidEntrada
           CALL 'Validacao' USING WS-ValidTipo WS-ValidEntrada
               WS-ValidResultado

           PERFORM LocalizarFundo
           IF WS-FundoCodigo = 0
               DISPLAY 'Código do fundo inválido!'
           ELSE
           IF WS-FundoAchado = 'Y'
               DISPLAY 'Fundo já cadastrado com este código.'
           ELSE
           IF WS-ValidResultado NOT = 'S'
               DISPLAY 'CNPJ do fundo inválido!'
           ELSE
           IF WS-FundoClasse NOT = 'L' AND WS-FundoClasse NOT = 'C'
               DISPLAY 'Classe tributária inválida!'
           ELSE
               MOVE WS-FundoCodigo TO FundoCodigo
               MOVE WS-FundoNome TO FundoNome
               MOVE WS-FundoCNPJ TO FundoCNPJ
               MOVE WS-FundoClasse TO FundoClasse
               MOVE WS-FundoPrazo TO FundoPrazoResgate
               MOVE WS-FundoMinima TO FundoAplicMinima
               MOVE WS-DataHojeOrd TO FundoDataInicio
               MOVE 'A' TO FundoStatus
               OPEN EXTEND FundoFile
               IF WS-FundoFileStatus = '35'
                   OPEN OUTPUT FundoFile
               END-IF
               WRITE FundoRecord
               CLOSE FundoFile
               DISPLAY 'Fundo incluído.'
           END-IF
           END-IF
           END-IF
           END-IF.

       BaixarFundo.
           DISPLAY 'Código do fundo a baixar: '
           ACCEPT WS-FundoCodigo
           MOVE 'N' TO WS-FundoAchado
           OPEN I-O FundoFile
           IF WS-FundoFileStatus = '00'
               PERFORM UNTIL WS-FundoFileStatus = '10'
                   READ FundoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF FundoCodigo = WS-FundoCodigo AND
                                   FundoAtivo
                               MOVE 'Y' TO WS-FundoAchado
                               MOVE 'E' TO FundoStatus
                               REWRITE FundoRecord
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FundoFile
           END-IF
           IF WS-FundoAchado = 'Y'
               DISPLAY 'Fundo baixado: não aceita novas aplicações.'
           ELSE
               DISPLAY 'Fundo ativo não encontrado.'
           END-IF.

       ListarFundos.
           MOVE 0 TO WS-QtdeListados
           OPEN INPUT FundoFile
           IF WS-FundoFileStatus = '00'
               DISPLAY 'Fundos cadastrados:'
               PERFORM UNTIL WS-FundoFileStatus = '10'
                   READ FundoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-QtdeListados
                           DISPLAY '  ' FundoCodigo ' ' FundoNome
                               ' classe ' FundoClasse ' D+'
                               FundoPrazoResgate ' situação '
                               FundoStatus
                   END-READ
               END-PERFORM
               CLOSE FundoFile
           END-IF
           IF WS-QtdeListados = 0
               DISPLAY 'Nenhum fundo cadastrado.'
           END-IF.

       LocalizarFundo.
           MOVE 'N' TO WS-FundoAchado
           OPEN INPUT FundoFile
           IF WS-FundoFileStatus = '00'
               PERFORM UNTIL WS-FundoFileStatus = '10'
                   READ FundoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF FundoCodigo = WS-FundoCodigo
                               MOVE 'Y' TO WS-FundoAchado
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FundoFile
           END-IF.

       END PROGRAM ManutencaoFundos.
