       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExposicaoGrupo.

      *****************************************************************
      *  ExposicaoGrupo.cbl - Sub-rotina de apuração da exposição de
      *  crédito consolidada do grupo econômico. Chamada por CALL
      *  'ExposicaoGrupo' USING LK-ClienteID LK-GrupoID
      *  LK-GrupoLimite LK-SaldoEmprestimos LK-LimiteChEspecial
      *  LK-LimiteCartao LK-Exposicao. Com LK-ClienteID preenchido
      *  localiza o grupo ativo do cliente (LK-GrupoID volta zero
      *  quando ele não está em grupo, e a exposição é só a dele);
      *  com LK-ClienteID zero apura o grupo de LK-GrupoID. Soma, de
      *  todos os membros, o saldo devedor dos empréstimos
      *  (amortização das parcelas pendentes e em atraso), os
      *  limites de cheque especial das contas ativas e os limites
      *  de cartão de crédito das contas cartão ativas. Só lê os
      *  arquivos; não altera nada.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GrupoFile ASSIGN TO 'grupos_economicos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GrupoFileStatus.

           SELECT MembroFile ASSIGN TO 'grupos_membros.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MembroFileStatus.

           SELECT ContaFile ASSIGN TO 'contas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ContaNumero
               FILE STATUS IS ContaFileStatus.

           SELECT ParcelaFile ASSIGN TO 'parcelas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ParcelaFileStatus.

           SELECT ContaCartaoFile ASSIGN TO 'contas_cartao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CCredFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GrupoFile.
       COPY GRUPOREC.

       FD  MembroFile.
       COPY GRUPMEMREC.

       FD  ContaFile.
       COPY CONTAREC.

       FD  ParcelaFile.
       COPY PARCREC.

       FD  ContaCartaoFile.
       COPY CCREDREC.

       WORKING-STORAGE SECTION.
       01  GrupoFileStatus      PIC XX.
       01  MembroFileStatus     PIC XX.
       01  ContaFileStatus      PIC XX.
       01  ParcelaFileStatus    PIC XX.
       01  CCredFileStatus      PIC XX.
       01  QtdeMembros          PIC 9(3) VALUE 0.
       01  MembrosTabela.
           05  MembroCliente    PIC 9(5) OCCURS 200 TIMES.
       01  MembroIdx            PIC 9(3) VALUE 0.
       01  QtdeContas           PIC 9(3) VALUE 0.
       01  ContasTabela.
           05  ContaDoGrupo     PIC 9(7) OCCURS 500 TIMES.
       01  ContaIdx             PIC 9(3) VALUE 0.
       01  EhMembro             PIC X VALUE 'N'.
       01  EhContaDoGrupo       PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LK-ClienteID         PIC 9(5).
       01  LK-GrupoID           PIC 9(5).
       01  LK-GrupoLimite       PIC 9(11)V99.
       01  LK-SaldoEmprestimos  PIC 9(11)V99.
       01  LK-LimiteChEspecial  PIC 9(11)V99.
       01  LK-LimiteCartao      PIC 9(11)V99.
       01  LK-Exposicao         PIC 9(11)V99.

       PROCEDURE DIVISION USING LK-ClienteID LK-GrupoID
               LK-GrupoLimite LK-SaldoEmprestimos LK-LimiteChEspecial
               LK-LimiteCartao LK-Exposicao.
       BEGIN.
           MOVE 0 TO LK-GrupoLimite
           MOVE 0 TO LK-SaldoEmprestimos
           MOVE 0 TO LK-LimiteChEspecial
           MOVE 0 TO LK-LimiteCartao
           MOVE 0 TO LK-Exposicao
           MOVE 0 TO QtdeMembros
           MOVE 0 TO QtdeContas

           IF LK-ClienteID > 0
               PERFORM LOCALIZAR-GRUPO-CLIENTE
           END-IF
           IF LK-GrupoID > 0
               PERFORM CARREGAR-GRUPO
           ELSE
               MOVE 1 TO QtdeMembros
               MOVE LK-ClienteID TO MembroCliente(1)
           END-IF

           IF QtdeMembros > 0
               PERFORM SOMAR-LIMITES-CONTAS
               PERFORM SOMAR-SALDO-EMPRESTIMOS
               PERFORM SOMAR-LIMITES-CARTAO
           END-IF
           COMPUTE LK-Exposicao = LK-SaldoEmprestimos +
               LK-LimiteChEspecial + LK-LimiteCartao
           GOBACK.

       LOCALIZAR-GRUPO-CLIENTE.
           MOVE 0 TO LK-GrupoID
           OPEN INPUT MembroFile
           IF MembroFileStatus = '00'
               PERFORM UNTIL MembroFileStatus = '10'
                   READ MembroFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF MembroClienteID = LK-ClienteID AND
                                   MembroAtivo
                               MOVE MembroGrupoID TO LK-GrupoID
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MembroFile
           END-IF.

       CARREGAR-GRUPO.
           OPEN INPUT GrupoFile
           IF GrupoFileStatus = '00'
               PERFORM UNTIL GrupoFileStatus = '10'
                   READ GrupoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF GrupoID = LK-GrupoID AND GrupoAtivo
                               MOVE GrupoLimiteExposicao
                                   TO LK-GrupoLimite
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GrupoFile
           END-IF
           OPEN INPUT MembroFile
           IF MembroFileStatus = '00'
               PERFORM UNTIL MembroFileStatus = '10'
                   READ MembroFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF MembroGrupoID = LK-GrupoID AND
                                   MembroAtivo AND QtdeMembros < 200
                               ADD 1 TO QtdeMembros
                               MOVE MembroClienteID
                                   TO MembroCliente(QtdeMembros)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MembroFile
           END-IF.

      * Contas de todos os membros: guarda os números para casar as
      * parcelas e soma o limite de cheque especial das ativas.
       SOMAR-LIMITES-CONTAS.
           OPEN INPUT ContaFile
           IF ContaFileStatus = '00'
               MOVE 0 TO ContaNumero
               START ContaFile KEY >= ContaNumero
                   INVALID KEY
                       MOVE '10' TO ContaFileStatus
               END-START
               PERFORM UNTIL ContaFileStatus = '10'
                   READ ContaFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM VERIFICAR-MEMBRO
                           IF EhMembro = 'S'
                               IF QtdeContas < 500
                                   ADD 1 TO QtdeContas
                                   MOVE ContaNumero
                                       TO ContaDoGrupo(QtdeContas)
                               END-IF
                               IF ContaAtiva
                                   ADD ContaLimite
                                       TO LK-LimiteChEspecial
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContaFile
           END-IF.

       VERIFICAR-MEMBRO.
           MOVE 'N' TO EhMembro
           PERFORM VARYING MembroIdx FROM 1 BY 1
                   UNTIL MembroIdx > QtdeMembros
               IF MembroCliente(MembroIdx) = ContaClienteID
                   MOVE 'S' TO EhMembro
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SOMAR-SALDO-EMPRESTIMOS.
           OPEN INPUT ParcelaFile
           IF ParcelaFileStatus = '00'
               PERFORM UNTIL ParcelaFileStatus = '10'
                   READ ParcelaFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ParcelaPendente OR ParcelaAtrasada
                               PERFORM VERIFICAR-CONTA-GRUPO
                               IF EhContaDoGrupo = 'S'
                                   ADD ParcelaValorAmortizacao
                                       TO LK-SaldoEmprestimos
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParcelaFile
           END-IF.

       VERIFICAR-CONTA-GRUPO.
           MOVE 'N' TO EhContaDoGrupo
           PERFORM VARYING ContaIdx FROM 1 BY 1
                   UNTIL ContaIdx > QtdeContas
               IF ContaDoGrupo(ContaIdx) = ParcelaContaNumero
                   MOVE 'S' TO EhContaDoGrupo
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SOMAR-LIMITES-CARTAO.
           OPEN INPUT ContaCartaoFile
           IF CCredFileStatus = '00'
               PERFORM UNTIL CCredFileStatus = '10'
                   READ ContaCartaoFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CCredAtiva
                               MOVE 'N' TO EhMembro
                               PERFORM VARYING MembroIdx FROM 1 BY 1
                                       UNTIL MembroIdx > QtdeMembros
                                   IF MembroCliente(MembroIdx) =
                                           CCredClienteID
                                       MOVE 'S' TO EhMembro
                                       EXIT PERFORM
                                   END-IF
                               END-PERFORM
                               IF EhMembro = 'S'
                                   ADD CCredLimite TO LK-LimiteCartao
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContaCartaoFile
           END-IF.

       END PROGRAM ExposicaoGrupo.
