      *****************************************************************
      *  ManutencaoCedentes.cbl - Manutenção do cadastro de cedentes
      *  da nossa cobrança (cedentes.dat): habilita o cliente cedente
      *  amarrado à conta que recebe as liquidações, lista e inativa,
      *  e registra a instrução de protesto (dias após o vencimento)
      *  padrão do cedente ou de um título seu em titulos.dat.
      *  Mantém também a tabela de tarifas da cobrança (registro,
      *  liquidação e baixa) e o float da liquidação: própria do
      *  cedente ou a do pacote da conta.
      *  A emissão, a remessa e o retorno dos títulos ficam no job
      *  CobrancaTitulos.
      *****************************************************************
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CedFileStatus.

           SELECT TituloFile ASSIGN TO 'titulos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TitFileStatus.

           SELECT CedenteSeqFile ASSIGN TO 'cedseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  CedenteFile.
       COPY CEDREC.

       FD  TituloFile.
       COPY TITREC.

       FD  CedenteSeqFile.
       01  CedenteSeqRecord.
           05  SeqUltimoCedenteID     PIC 9(4).
       01  WS-CedenteIDBusca    PIC 9(4) VALUE 0.
       01  WS-CedenteAchado     PIC X VALUE 'N'.
       01  WS-QtdeListados      PIC 9(4) VALUE 0.
       01  WS-TitFileStatus     PIC XX.
       01  WS-DiasProtesto      PIC 9(3) VALUE 0.
       01  WS-NossoNumeroBusca  PIC 9(10) VALUE 0.
       01  WS-TituloAchado      PIC X VALUE 'N'.
       01  WS-TabelaTarifa      PIC X VALUE ' '.
       01  WS-TarifaRegistro    PIC 9(3)V99 VALUE 0.
       01  WS-TarifaLiquidacao  PIC 9(3)V99 VALUE 0.
       01  WS-TarifaBaixa       PIC 9(3)V99 VALUE 0.
       01  WS-DiasFloat         PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY '[N]ovo cedente, [L]istar, [I]nativar,'
           DISPLAY '[P]rotesto - instrução de protesto,'
           DISPLAY '[T]arifas e float da cobrança: '
           ACCEPT WS-Opcao
           MOVE FUNCTION UPPER-CASE(WS-Opcao) TO WS-Opcao

                   PERFORM ListarCedentes
               WHEN 'I'
                   PERFORM InativarCedente
               WHEN 'P'
                   PERFORM InstruirProtesto
               WHEN 'T'
                   PERFORM ManterTarifas
               WHEN OTHER
                   DISPLAY 'Opção inválida.'
           END-EVALUATE
           ELSE
               DISPLAY 'Nome do cedente: '
               ACCEPT WS-NomeCedente
               DISPLAY 'Dias após o vencimento para protesto'
               DISPLAY '(0 = não protestar): '
               ACCEPT WS-DiasProtesto
               PERFORM PedirTabelaTarifas
               PERFORM ObterProximoCedenteID

               MOVE WS-CedenteIDNovo TO CedenteID
               MOVE WS-ContaNumero TO CedenteContaNumero
               MOVE WS-NomeCedente TO CedenteNome
               MOVE 'A' TO CedenteStatus
               MOVE WS-DiasProtesto TO CedenteDiasProtesto
               PERFORM MontarTabelaTarifas

               OPEN EXTEND CedenteFile
               IF WS-CedFileStatus = '35'
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-QtdeListados
                           IF CedenteDiasProtesto NOT NUMERIC
                               MOVE 0 TO CedenteDiasProtesto
                           END-IF
                           DISPLAY CedenteID ' ' CedenteNome
                               ' conta ' CedenteContaNumero
                               ' status ' CedenteStatus
                               ' protesto ' CedenteDiasProtesto
                           IF CedenteTabelaPropria
                               DISPLAY '     tarifas registro R$ '
                                   CedenteTarifaRegistro
                                   ' liquidação R$ '
                                   CedenteTarifaLiquidacao
                                   ' baixa R$ ' CedenteTarifaBaixa
                                   ' float D+' CedenteDiasFloat
                           ELSE
                               DISPLAY '     tarifas e float do pacote'
                                   ' da conta'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CedenteFile
               END-IF
           END-IF.

      *****************************************************************
      * Instrução de protesto: nosso número zero grava o padrão do
      * cedente; informado, grava a instrução do título, que precisa
      * ser do cedente e ainda estar em cobrança (emitido ou
      * registrado).
      *****************************************************************
       InstruirProtesto.
           DISPLAY 'ID do cedente: '
           ACCEPT WS-CedenteIDBusca
           DISPLAY 'Nosso número (0 = padrão do cedente): '
           ACCEPT WS-NossoNumeroBusca
           DISPLAY 'Dias após o vencimento para protesto'
           DISPLAY '(0 = não protestar / seguir o padrão): '
           ACCEPT WS-DiasProtesto
           IF WS-NossoNumeroBusca = 0
               PERFORM GravarProtestoCedente
           ELSE
               PERFORM GravarProtestoTitulo
           END-IF.

       GravarProtestoCedente.
           MOVE 'N' TO WS-CedenteAchado
           OPEN I-O CedenteFile
           IF WS-CedFileStatus NOT = '00'
               DISPLAY 'Nenhum cedente cadastrado.'
           ELSE
               PERFORM UNTIL WS-CedFileStatus = '10'
                   READ CedenteFile INTO CedenteRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CedenteID = WS-CedenteIDBusca AND
                                   CedenteAtivo
                               MOVE WS-DiasProtesto
                                   TO CedenteDiasProtesto
                               REWRITE CedenteRecord
                               MOVE 'S' TO WS-CedenteAchado
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CedenteFile
               IF WS-CedenteAchado = 'S'
                   DISPLAY 'Instrução de protesto do cedente gravada.'
               ELSE
                   DISPLAY 'Cedente ativo não encontrado.'
               END-IF
           END-IF.

       GravarProtestoTitulo.
           MOVE 'N' TO WS-TituloAchado
           OPEN I-O TituloFile
           IF WS-TitFileStatus NOT = '00'
               DISPLAY 'Nenhum título emitido.'
           ELSE
               PERFORM UNTIL WS-TitFileStatus = '10'
                   READ TituloFile INTO TituloRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF TituloNossoNumero = WS-NossoNumeroBusca
                                   AND TituloCedenteID =
                                   WS-CedenteIDBusca AND
                                   (TituloAberto OR TituloRegistrado)
                               MOVE WS-DiasProtesto
                                   TO TituloDiasProtesto
                               REWRITE TituloRecord
                               MOVE 'S' TO WS-TituloAchado
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TituloFile
               IF WS-TituloAchado = 'S'
                   DISPLAY 'Instrução de protesto do título gravada.'
               ELSE
                   DISPLAY 'Título em cobrança do cedente não'
                   DISPLAY 'encontrado.'
               END-IF
           END-IF.

      *****************************************************************
      * Tabela de tarifas da cobrança: 'P' grava a tabela própria do
      * cedente; qualquer outra resposta volta o cedente para a
      * tabela do pacote da conta (PACOTEREC).
      *****************************************************************
       ManterTarifas.
           DISPLAY 'ID do cedente: '
           ACCEPT WS-CedenteIDBusca
           PERFORM PedirTabelaTarifas
           MOVE 'N' TO WS-CedenteAchado
           OPEN I-O CedenteFile
           IF WS-CedFileStatus NOT = '00'
               DISPLAY 'Nenhum cedente cadastrado.'
           ELSE
               PERFORM UNTIL WS-CedFileStatus = '10'
                   READ CedenteFile INTO CedenteRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CedenteID = WS-CedenteIDBusca AND
                                   CedenteAtivo
                               PERFORM MontarTabelaTarifas
                               REWRITE CedenteRecord
                               MOVE 'S' TO WS-CedenteAchado
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CedenteFile
               IF WS-CedenteAchado = 'S'
                   DISPLAY 'Tarifas da cobrança do cedente gravadas.'
               ELSE
                   DISPLAY 'Cedente ativo não encontrado.'
               END-IF
           END-IF.

       PedirTabelaTarifas.
           MOVE 0 TO WS-TarifaRegistro
           MOVE 0 TO WS-TarifaLiquidacao
           MOVE 0 TO WS-TarifaBaixa
           MOVE 0 TO WS-DiasFloat
           DISPLAY 'Tarifas da cobrança: [P]rópria do cedente ou'
           DISPLAY '[K] do pacote da conta: '
           ACCEPT WS-TabelaTarifa
           MOVE FUNCTION UPPER-CASE(WS-TabelaTarifa) TO WS-TabelaTarifa
           IF WS-TabelaTarifa = 'P'
               DISPLAY 'Tarifa de registro por título: '
               ACCEPT WS-TarifaRegistro
               DISPLAY 'Tarifa de liquidação por título: '
               ACCEPT WS-TarifaLiquidacao
               DISPLAY 'Tarifa de baixa por título: '
               ACCEPT WS-TarifaBaixa
               DISPLAY 'Float da liquidação em dias úteis (D+n): '
               ACCEPT WS-DiasFloat
           ELSE
               MOVE 'K' TO WS-TabelaTarifa
           END-IF.

       MontarTabelaTarifas.
           MOVE WS-TabelaTarifa TO CedenteTabelaTarifa
           MOVE WS-TarifaRegistro TO CedenteTarifaRegistro
           MOVE WS-TarifaLiquidacao TO CedenteTarifaLiquidacao
           MOVE WS-TarifaBaixa TO CedenteTarifaBaixa
           MOVE WS-DiasFloat TO CedenteDiasFloat.

       END PROGRAM ManutencaoCedentes.
