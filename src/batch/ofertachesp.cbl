       IDENTIFICATION DIVISION.
       PROGRAM-ID. OfertaParcelamento.

      *****************************************************************
      *  OfertaParcelamento.cbl - Oferta diária de parcelamento do
      *  cheque especial. Contas que estão no limite há mais dias
      *  seguidos que o parâmetro CHESP-DIAS-OFERTA (padrão 30), pela
      *  sequência de cheque_especial.dat, recebem a oferta de uma
      *  linha parcelada mais barata: o saldo devedor do dia, a taxa
      *  CHESP-PARC-TAXA (% a.m.) e o prazo máximo CHESP-PARC-PRAZO.
      *  A oferta fica em ofertas_chesp.dat pela validade
      *  CHESP-OFERTA-VALID (dias) e sai ao cliente pela fila de
      *  notificações; a conversão em contrato é feita no caixa pela
      *  TransacaoEmprestimo. Oferta vencida sem conversão é baixada
      *  e a conta pode receber nova oferta.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS WS-FileStatus.

           SELECT ChEspFile ASSIGN TO 'cheque_especial.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ChEspFileStatus.

           SELECT OfertaFile ASSIGN TO 'ofertas_chesp.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OfertaFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContaFile.
       COPY CONTAREC.

       FD  ChEspFile.
       COPY CHESPREC.

       FD  OfertaFile.
       COPY OFCHESPREC.

       WORKING-STORAGE SECTION.
       01  WS-FileStatus          PIC XX.
       01  WS-ChEspFileStatus     PIC XX.
       01  WS-OfertaFileStatus    PIC XX.
       01  WS-DiasOferta          PIC 9(5) VALUE 30.
       01  WS-TaxaParcelada       PIC 9V9(4) VALUE 0.0300.
       01  WS-PrazoMaximo         PIC 9(3) VALUE 24.
       01  WS-DiasValidade        PIC 9(3) VALUE 30.
       01  WS-DataValidade        PIC 9(8) VALUE 0.
       01  WS-OfertaExiste        PIC X VALUE 'N'.
       01  WS-ContaOferta         PIC 9(7) VALUE 0.
       01  WS-ValorDevedor        PIC 9(7)V99 VALUE 0.
       01  WS-TaxaPct             PIC Z9.99.
       01  WS-OfertasFeitas       PIC 9(5) VALUE 0.
       01  WS-OfertasVencidas     PIC 9(5) VALUE 0.
       01  WS-ContasAnalisadas    PIC 9(5) VALUE 0.
       01  WS-NotifTipo           PIC X(4) VALUE 'PCHE'.
       01  WS-NotifTexto          PIC X(60).
       01  WS-ParamNome           PIC X(20).
       01  WS-ParamValor          PIC S9(9)V9(4) VALUE 0.
       01  WS-ParamAchado         PIC X VALUE 'N'.
       01  WS-Mensagem            PIC X(50).
       01  WS-DataHoje.
           05  WS-AnoHoje         PIC 9(4).
           05  WS-MesHoje         PIC 9(2).
           05  WS-DiaHoje         PIC 9(2).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.
       01  WS-RunPrograma       PIC X(20) VALUE 'OfertaParcelamento'.
       01  WS-RunCompetencia    PIC 9(8) VALUE 0.
       01  WS-RunOperador       PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado     PIC X VALUE 'N'.
       01  WS-ExecEvento        PIC X(3).
       01  WS-ExecSituacao      PIC X(4) VALUE 'OK  '.
       01  WS-ExecRejeitados    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHoje
           MOVE WS-DataHoje TO WS-DataHojeOrd

      *    Guarda de reexecução diária: a oferta não pode sair em
      *    dobro para o mesmo cliente.
           MOVE WS-DataHojeOrd TO WS-RunCompetencia
           CALL 'ControleExecucao' USING WS-RunPrograma
               WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           IF WS-RunAutorizado NOT = 'S'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-RunPrograma WS-ExecEvento
               WS-ContasAnalisadas WS-OfertasFeitas WS-ExecRejeitados
               WS-ExecSituacao

           PERFORM CarregarParametros
           PERFORM BaixarOfertasVencidas

           OPEN INPUT ContaFile
           IF WS-FileStatus = '35'
               OPEN OUTPUT ContaFile
               CLOSE ContaFile
               OPEN INPUT ContaFile
           END-IF

           MOVE 'Apurando ofertas de parcelamento...' TO WS-Mensagem
           DISPLAY WS-Mensagem

           OPEN INPUT ChEspFile
           IF WS-ChEspFileStatus = '00'
               PERFORM ProcessarContasEmUso
               CLOSE ChEspFile
           ELSE
               DISPLAY 'Nenhuma conta em uso do cheque especial.'
           END-IF
           CLOSE ContaFile

           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-RunPrograma WS-ExecEvento
               WS-ContasAnalisadas WS-OfertasFeitas WS-ExecRejeitados
               WS-ExecSituacao

           DISPLAY 'Contas em uso prolongado: ' WS-ContasAnalisadas
           DISPLAY 'Ofertas enviadas: ' WS-OfertasFeitas
           DISPLAY 'Ofertas vencidas sem conversão: '
               WS-OfertasVencidas
           STOP RUN.

      * Taxa em percentual ao mês no parâmetro, como as demais taxas
      * da tabela; aqui vira fração para o cálculo da parcela.
       CarregarParametros.
           MOVE 'CHESP-DIAS-OFERTA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
               MOVE WS-ParamValor TO WS-DiasOferta
           END-IF
           MOVE 'CHESP-PARC-TAXA' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
               COMPUTE WS-TaxaParcelada = WS-ParamValor / 100
           END-IF
           MOVE 'CHESP-PARC-PRAZO' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
               MOVE WS-ParamValor TO WS-PrazoMaximo
           END-IF
           MOVE 'CHESP-OFERTA-VALID' TO WS-ParamNome
           CALL 'ObterParametro' USING WS-ParamNome WS-DataHojeOrd
               WS-ParamValor WS-ParamAchado
           IF WS-ParamAchado = 'S' AND WS-ParamValor > 0
               MOVE WS-ParamValor TO WS-DiasValidade
           END-IF
           COMPUTE WS-DataValidade = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DataHojeOrd) +
               WS-DiasValidade)
           COMPUTE WS-TaxaPct = WS-TaxaParcelada * 100.

       BaixarOfertasVencidas.
           OPEN I-O OfertaFile
           IF WS-OfertaFileStatus = '00'
               PERFORM UNTIL WS-OfertaFileStatus = '10'
                   READ OfertaFile INTO OfertaChEspRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OfertaAberta AND
                                   OfertaDataValidade < WS-DataHojeOrd
                               MOVE 'V' TO OfertaStatus
                               REWRITE OfertaChEspRecord
                               ADD 1 TO WS-OfertasVencidas
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OfertaFile
           END-IF.

       ProcessarContasEmUso.
           PERFORM UNTIL WS-ChEspFileStatus = '10'
               READ ChEspFile
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ChEspDiasUso > WS-DiasOferta
                           ADD 1 TO WS-ContasAnalisadas
                           MOVE ChEspContaNumero TO WS-ContaOferta
                           PERFORM AvaliarConta
                       END-IF
               END-READ
           END-PERFORM.

      * Conta com oferta ainda aberta não recebe outra; a conta
      * precisa seguir ativa e com saldo negativo no dia.
       AvaliarConta.
           PERFORM VerificarOfertaAberta
           IF WS-OfertaExiste = 'N'
               MOVE WS-ContaOferta TO ContaNumero
               READ ContaFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ContaAtiva AND ContaSaldo < 0
                           PERFORM GravarOferta
                       END-IF
               END-READ
           END-IF.

       VerificarOfertaAberta.
           MOVE 'N' TO WS-OfertaExiste
           OPEN INPUT OfertaFile
           IF WS-OfertaFileStatus = '00'
               PERFORM UNTIL WS-OfertaFileStatus = '10'
                   READ OfertaFile INTO OfertaChEspRecord
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OfertaContaNumero = WS-ContaOferta AND
                                   OfertaAberta
                               MOVE 'S' TO WS-OfertaExiste
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OfertaFile
           END-IF.

       GravarOferta.
           COMPUTE WS-ValorDevedor = 0 - ContaSaldo
           MOVE WS-ContaOferta TO OfertaContaNumero
           MOVE WS-DataHojeOrd TO OfertaDataOferta
           MOVE WS-ValorDevedor TO OfertaValor
           MOVE WS-TaxaParcelada TO OfertaTaxaMensal
           MOVE WS-PrazoMaximo TO OfertaPrazoMaximo
           MOVE WS-DataValidade TO OfertaDataValidade
           MOVE 0 TO OfertaEmprestimoID
           MOVE 0 TO OfertaDataConversao
           MOVE 'A' TO OfertaStatus

           OPEN EXTEND OfertaFile
           IF WS-OfertaFileStatus = '35'
               OPEN OUTPUT OfertaFile
           END-IF
           WRITE OfertaChEspRecord
           CLOSE OfertaFile

           MOVE SPACES TO WS-NotifTexto
           STRING 'Parcele o cheque especial a ' DELIMITED BY SIZE
                  WS-TaxaPct DELIMITED BY SIZE
                  '% a.m. em ate ' DELIMITED BY SIZE
                  WS-PrazoMaximo DELIMITED BY SIZE
                  'x ate ' DELIMITED BY SIZE
                  WS-DataValidade DELIMITED BY SIZE
               INTO WS-NotifTexto
           CALL 'RegistrarNotificacao' USING WS-NotifTipo
               ContaClienteID WS-ContaOferta WS-ValorDevedor
               WS-NotifTexto

           ADD 1 TO WS-OfertasFeitas
           DISPLAY 'Conta ' WS-ContaOferta ': oferta de parcelamento'
               ' de R$ ' WS-ValorDevedor ' (' ChEspDiasUso
               ' dias no limite).'.

       END PROGRAM OfertaParcelamento.
