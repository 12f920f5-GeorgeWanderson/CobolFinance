       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetornoDepositoId.

      *****************************************************************
      *  RetornoDepositoId.cbl - Arquivo de retorno diário do
      *  depósito identificado. Para cada empresa com código de
      *  depositante ativo (codigos_deposito.dat) gera
      *  retdepid_<conta>_AAAAMMDD.dat com os depósitos
      *  identificados ainda não enviados
      *  (depositos_identificados.dat): código, valor, data, canal e
      *  protocolo, entre header e trailer de controle (CTRLREC).
      *  Empresa sem depósito no dia recebe o arquivo só com header
      *  e trailer, confirmando que não houve crédito. Depósito
      *  feito depois do job vai no retorno do dia seguinte. Cada
      *  depósito enviado fica marcado com a data do retorno.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CodigoDepositoFile ASSIGN TO 'codigos_deposito.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CodDepFileStatus.

           SELECT DepIdentificadoFile
               ASSIGN TO 'depositos_identificados.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DepIdFileStatus.

           SELECT RetornoFile ASSIGN DYNAMIC WS-RetornoFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RetFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CodigoDepositoFile.
       COPY CODDEPREC.

       FD  DepIdentificadoFile.
       COPY DEPIDREC.

       FD  RetornoFile.
       COPY CTRLREC
           REPLACING ControleRegistro BY ControleRetorno
                     CtrlTipo BY CtrlRetTipo
                     CtrlHeader BY CtrlRetHeader
                     CtrlTrailer BY CtrlRetTrailer
                     CtrlData BY CtrlRetData
                     CtrlSequencia BY CtrlRetSequencia
                     CtrlContagem BY CtrlRetContagem
                     CtrlSoma BY CtrlRetSoma.
      *    Canal: 'C' caixa, 'L' lote de contingência.
       01  RetornoRecord.
           05  RetornoCodigo          PIC X(20).
           05  RetornoValor           PIC 9(7)V99.
           05  RetornoData            PIC 9(8).
           05  RetornoCanal           PIC X(1).
           05  RetornoProtocolo       PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-CodDepFileStatus    PIC XX.
       01  WS-DepIdFileStatus     PIC XX.
       01  WS-RetFileStatus       PIC XX.
       01  WS-RetornoFileName     PIC X(40).
       01  WS-DataHojeOrd         PIC 9(8) VALUE 0.

      * Empresas do retorno: contas com código ativo e contas com
      * depósito pendente de envio (código cancelado depois do
      * depósito), na ordem em que aparecem.
       01  WS-EmpQtde             PIC 9(4) VALUE 0.
       01  WS-EmpTabela.
           05  WS-Emp OCCURS 500 TIMES.
               10  WS-EmpConta        PIC 9(7).
       01  WS-EmpIdx              PIC 9(4) VALUE 0.
       01  WS-EmpBusca            PIC 9(4) VALUE 0.
       01  WS-EmpAchada           PIC X VALUE 'N'.
       01  WS-ContaProcurada      PIC 9(7) VALUE 0.
       01  WS-ContaAtual          PIC 9(7) VALUE 0.
       01  WS-CtrlRetCount        PIC 9(7) VALUE 0.
       01  WS-CtrlRetSoma         PIC 9(11)V99 VALUE 0.
       01  WS-Arquivos            PIC 9(5) VALUE 0.
       01  WS-ValorTotal          PIC 9(11)V99 VALUE 0.
       01  WS-RemEnvDestino       PIC X(20).
       01  WS-RunPrograma       PIC X(20) VALUE 'RetornoDepositoId'.
       01  WS-RunCompetencia    PIC 9(8) VALUE 0.
       01  WS-RunOperador       PIC X(10) VALUE 'BATCH'.
       01  WS-RunAutorizado     PIC X VALUE 'N'.
       01  WS-ExecEvento        PIC X(3).
       01  WS-ExecSituacao      PIC X(4) VALUE 'OK'.
       01  WS-ExecLidos         PIC 9(7) VALUE 0.
       01  WS-ExecPostados      PIC 9(7) VALUE 0.
       01  WS-ExecRejeitados    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DataHojeOrd

      *    Guarda de reexecução diária: um segundo retorno no mesmo
      *    dia sairia vazio e com o mesmo nome do primeiro.
           MOVE WS-DataHojeOrd TO WS-RunCompetencia
           CALL 'ControleExecucao' USING WS-RunPrograma
               WS-RunCompetencia WS-RunOperador WS-RunAutorizado
           IF WS-RunAutorizado NOT = 'S'
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-RunPrograma WS-ExecEvento
               WS-ExecLidos WS-ExecPostados WS-ExecRejeitados
               WS-ExecSituacao

           DISPLAY 'Gerando retorno de depósitos identificados...'
           PERFORM CarregarEmpresas

           IF WS-EmpQtde = 0
               DISPLAY 'Nenhuma empresa com depósito identificado.'
           ELSE
               PERFORM VARYING WS-EmpIdx FROM 1 BY 1
                       UNTIL WS-EmpIdx > WS-EmpQtde
                   PERFORM GerarRetornoEmpresa
               END-PERFORM
               PERFORM MarcarDepositosEnviados
           END-IF

           MOVE 'FIM' TO WS-ExecEvento
           CALL 'RegistroExecucao' USING WS-RunPrograma WS-ExecEvento
               WS-ExecLidos WS-ExecPostados WS-ExecRejeitados
               WS-ExecSituacao

           DISPLAY 'Arquivos de retorno gerados: ' WS-Arquivos
           DISPLAY 'Depósitos enviados: ' WS-ExecPostados
           DISPLAY 'Valor enviado: R$ ' WS-ValorTotal
           STOP RUN.

       CarregarEmpresas.
           MOVE 0 TO WS-EmpQtde
           OPEN INPUT CodigoDepositoFile
           IF WS-CodDepFileStatus = '00'
               PERFORM UNTIL WS-CodDepFileStatus = '10'
                   READ CodigoDepositoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CodDepAtivo
                               MOVE CodDepContaNumero
                                   TO WS-ContaProcurada
                               PERFORM IncluirEmpresa
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CodigoDepositoFile
           END-IF

           OPEN INPUT DepIdentificadoFile
           IF WS-DepIdFileStatus = '00'
               PERFORM UNTIL WS-DepIdFileStatus = '10'
                   READ DepIdentificadoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF DepIdDataRetorno = 0 AND
                                   DepIdData <= WS-DataHojeOrd
                               ADD 1 TO WS-ExecLidos
                               MOVE DepIdContaNumero
                                   TO WS-ContaProcurada
                               PERFORM IncluirEmpresa
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DepIdentificadoFile
           END-IF.

      * Conta nova entra no fim da tabela; conta que não couber fica
      * com os depósitos pendentes para o retorno seguinte.
       IncluirEmpresa.
           PERFORM LocalizarEmpresa
           IF WS-EmpAchada = 'N'
               IF WS-EmpQtde < 500
                   ADD 1 TO WS-EmpQtde
                   MOVE WS-ContaProcurada TO WS-EmpConta(WS-EmpQtde)
               ELSE
                   ADD 1 TO WS-ExecRejeitados
                   DISPLAY 'Tabela de empresas cheia; conta '
                       WS-ContaProcurada
                       ' fica para o próximo retorno.'
               END-IF
           END-IF.

       LocalizarEmpresa.
           MOVE 'N' TO WS-EmpAchada
           PERFORM VARYING WS-EmpBusca FROM 1 BY 1
                   UNTIL WS-EmpBusca > WS-EmpQtde
                      OR WS-EmpAchada = 'S'
               IF WS-EmpConta(WS-EmpBusca) = WS-ContaProcurada
                   MOVE 'S' TO WS-EmpAchada
               END-IF
           END-PERFORM.

       GerarRetornoEmpresa.
           MOVE WS-EmpConta(WS-EmpIdx) TO WS-ContaAtual
           MOVE 0 TO WS-CtrlRetCount
           MOVE 0 TO WS-CtrlRetSoma
           MOVE SPACES TO WS-RetornoFileName
           STRING 'retdepid_' DELIMITED BY SIZE
                  WS-ContaAtual DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-DataHojeOrd DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-RetornoFileName
           OPEN OUTPUT RetornoFile

           MOVE SPACES TO ControleRetorno
           MOVE 'H' TO CtrlRetTipo
           MOVE WS-DataHojeOrd TO CtrlRetData
           MOVE 1 TO CtrlRetSequencia
           MOVE 0 TO CtrlRetContagem
           MOVE 0 TO CtrlRetSoma
           WRITE RetornoRecord FROM ControleRetorno

           OPEN INPUT DepIdentificadoFile
           IF WS-DepIdFileStatus = '00'
               PERFORM UNTIL WS-DepIdFileStatus = '10'
                   READ DepIdentificadoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF DepIdContaNumero = WS-ContaAtual AND
                                   DepIdDataRetorno = 0 AND
                                   DepIdData <= WS-DataHojeOrd
                               PERFORM EscreverDetalheRetorno
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DepIdentificadoFile
           END-IF

           MOVE SPACES TO ControleRetorno
           MOVE 'T' TO CtrlRetTipo
           MOVE WS-DataHojeOrd TO CtrlRetData
           MOVE 1 TO CtrlRetSequencia
           MOVE WS-CtrlRetCount TO CtrlRetContagem
           MOVE WS-CtrlRetSoma TO CtrlRetSoma
           WRITE RetornoRecord FROM ControleRetorno
           CLOSE RetornoFile
           ADD 1 TO WS-Arquivos

      *    O retorno vai à empresa; entra no catálogo de remessas
      *    enviadas para a transmissão e a confirmação serem
      *    acompanhadas pelo ControleRemessas.
           MOVE SPACES TO WS-RemEnvDestino
           STRING 'EMPRESA ' DELIMITED BY SIZE
                  WS-ContaAtual DELIMITED BY SIZE
               INTO WS-RemEnvDestino
           CALL 'CatalogarRemessa' USING WS-RetornoFileName 'DPID'
               WS-RemEnvDestino WS-CtrlRetCount WS-CtrlRetSoma
           DISPLAY 'Retorno ' WS-RetornoFileName ': '
               WS-CtrlRetCount ' depósito(s).'.

       EscreverDetalheRetorno.
           MOVE SPACES TO RetornoRecord
           MOVE DepIdCodigo TO RetornoCodigo
           MOVE DepIdValor TO RetornoValor
           MOVE DepIdData TO RetornoData
           MOVE DepIdCanal TO RetornoCanal
           MOVE DepIdProtocolo TO RetornoProtocolo
           WRITE RetornoRecord
           ADD 1 TO WS-CtrlRetCount
           ADD DepIdValor TO WS-CtrlRetSoma
           ADD DepIdValor TO WS-ValorTotal.

      * Só marca o depósito cuja empresa teve o retorno gerado.
       MarcarDepositosEnviados.
           OPEN I-O DepIdentificadoFile
           IF WS-DepIdFileStatus = '00'
               PERFORM UNTIL WS-DepIdFileStatus = '10'
                   READ DepIdentificadoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF DepIdDataRetorno = 0 AND
                                   DepIdData <= WS-DataHojeOrd
                               MOVE DepIdContaNumero
                                   TO WS-ContaProcurada
                               PERFORM LocalizarEmpresa
                               IF WS-EmpAchada = 'S'
                                   MOVE WS-DataHojeOrd
                                       TO DepIdDataRetorno
                                   REWRITE DepositoIdentificadoRecord
                                   ADD 1 TO WS-ExecPostados
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DepIdentificadoFile
           END-IF.

       END PROGRAM RetornoDepositoId.
