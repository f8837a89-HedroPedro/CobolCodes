       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYEXPOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'R$' WITH PICTURE SYMBOL '$'
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-REC  ASSIGN TO CONTAREC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CONTA-NUM.
           SELECT OPTIONAL CLI-REC ASSIGN TO CLIFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CLI-ID.
           SELECT SORT-EXPOS ASSIGN TO "SRTWK06".
           SELECT EXPOS-REL  ASSIGN TO EXPOSREL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-REC.
           COPY CONTAREC.

       FD  CLI-REC.
           COPY CLIREC.

       SD  SORT-EXPOS.
       01  SRT-REG.
           05 SRT-CLIENTE    PIC 9(6).
           05 SRT-CONTA      PIC 9(7).
           05 SRT-SOBRENOME  PIC X(15).
           05 SRT-SALDO      PIC S9(7)V99 COMP-3.
           05 SRT-LIMITE     PIC S9(7)V99 COMP-3.
           05 SRT-STATUS     PIC X(1).

       FD  EXPOS-REL   RECORDING MODE F.
       01  REL-LINHA         PIC X(80).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 CONTA-EOF      PIC X VALUE SPACE.
           05 SORT-EOF       PIC X VALUE SPACE.
           05 CLI-ACHADO     PIC X VALUE SPACE.
           05 WS-PRIM-CLIENTE PIC X VALUE 'Y'.

      *    POSICAO DO CLIENTE CORRENTE. USO = SOMA DO SALDO DEVEDOR
      *    DAS CONTAS, A MESMA MEDIDA QUE O PAYUPD COMPARA AO TETO.
       01  WT-CLIENTE.
           05 WS-CLI-ANT     PIC 9(6) VALUE ZERO.
           05 WS-CLI-CONTAS  PIC 9(5) VALUE ZERO.
           05 WS-CLI-SALDO   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CLI-LIMITE  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CLI-USO     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CLI-TETO    PIC S9(9)V99  COMP-3 VALUE ZERO.

       01  WT-CONTADORES.
           05 WS-CONTAS-CNT  PIC 9(7) VALUE ZERO.
           05 WS-CLIENTES-CNT PIC 9(7) VALUE ZERO.
           05 WS-TETO-CNT    PIC 9(7) VALUE ZERO.
           05 WS-ACIMA-CNT   PIC 9(7) VALUE ZERO.
           05 WS-SEMCAD-CNT  PIC 9(7) VALUE ZERO.
           05 TOTAL-USO      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 TOTAL-EXCESSO  PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  CAB-1-EXP.
           05 FILLER         PIC X(40)
              VALUE 'POSICAO DE EXPOSICAO POR CLIENTE        '.
           05 FILLER         PIC X(40) VALUE SPACES.

       01  DET-CLI-EXP.
           05 FILLER         PIC X(8)  VALUE 'CLIENTE '.
           05 DCX-CLIENTE    PIC 9(6).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DCX-NOME       PIC X(30).
           05 FILLER         PIC X(5)  VALUE ' DOC '.
           05 DCX-DOCUMENTO  PIC X(14).
           05 FILLER         PIC X(16) VALUE SPACES.

       01  DET-CTA-EXP.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(6)  VALUE 'CONTA '.
           05 DTX-CONTA      PIC 9(7).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DTX-SOBRENOME  PIC X(15).
           05 FILLER         PIC X(7)  VALUE ' SALDO '.
           05 DTX-SALDO      PIC $$$.$$$.$$9,99-.
           05 FILLER         PIC X(5)  VALUE ' LIM '.
           05 DTX-LIMITE     PIC $$$.$$$.$$9,99.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DTX-STATUS     PIC X(1).
           05 FILLER         PIC X(4)  VALUE SPACES.

       01  TOT-1-EXP.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(7)  VALUE 'CONTAS '.
           05 TX1-CONTAS     PIC ZZZZ9.
           05 FILLER         PIC X(8)  VALUE ' SALDOS '.
           05 TX1-SALDO      PIC $$.$$$.$$$.$$9,99-.
           05 FILLER         PIC X(9)  VALUE ' LIMITES '.
           05 TX1-LIMITE     PIC $$.$$$.$$$.$$9,99.
           05 FILLER         PIC X(12) VALUE SPACES.

       01  TOT-2-EXP.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(7)  VALUE 'EM USO '.
           05 TX2-USO        PIC $$.$$$.$$$.$$9,99.
           05 FILLER         PIC X(6)  VALUE ' TETO '.
           05 TX2-TETO       PIC $$.$$$.$$$.$$9,99.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 TX2-SITUACAO   PIC X(13).
           05 FILLER         PIC X(15) VALUE SPACES.

       01  RES-EXP.
           05 RES-ROTULO     PIC X(28).
           05 RES-VALOR      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 RES-MONTANTE   PIC $$.$$$.$$$.$$9,99-.

       PROCEDURE DIVISION.
       000-SETUP.
           OPEN OUTPUT EXPOS-REL.
           WRITE REL-LINHA FROM CAB-1-EXP.

       010-MAIN.
           OPEN INPUT CLI-REC.
           SORT SORT-EXPOS ON ASCENDING KEY SRT-CLIENTE SRT-CONTA
              INPUT PROCEDURE IS SELECIONA-CONTAS
              OUTPUT PROCEDURE IS EMITE-POSICAO.
           CLOSE CLI-REC.

       030-END.
           PERFORM ESCREVE-RESUMO.
           CLOSE EXPOS-REL.
           GOBACK.

      *    PROCEDURES
      *    CONTAS ENCERRADAS E CONTAS SEM VINCULO NAO ENTRAM NA
      *    POSICAO DO CLIENTE.
       SELECIONA-CONTAS.
           OPEN INPUT CONTA-REC.
           PERFORM UNTIL CONTA-EOF = 'T'
              READ CONTA-REC
                 AT END MOVE 'T' TO CONTA-EOF
                 NOT AT END
                    IF CONTA-STATUS NOT = 'E' AND CONTA-NUM > 0
                          AND CONTA-CLIENTE NUMERIC
                          AND CONTA-CLIENTE > 0
                       MOVE SPACES        TO SRT-REG
                       MOVE CONTA-CLIENTE TO SRT-CLIENTE
                       MOVE CONTA-NUM     TO SRT-CONTA
                       MOVE SOBRENOME     TO SRT-SOBRENOME
                       MOVE SALDO         TO SRT-SALDO
                       MOVE LIMITE        TO SRT-LIMITE
                       MOVE CONTA-STATUS  TO SRT-STATUS
                       ADD 1 TO WS-CONTAS-CNT
                       RELEASE SRT-REG
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTA-REC.

       EMITE-POSICAO.
           PERFORM UNTIL SORT-EOF = 'T'
              RETURN SORT-EXPOS
                 AT END MOVE 'T' TO SORT-EOF
                 NOT AT END PERFORM EMITE-CONTA
              END-RETURN
           END-PERFORM.
           IF WS-PRIM-CLIENTE NOT = 'Y'
              PERFORM ESCREVE-TOTAL-CLIENTE
           END-IF.

       EMITE-CONTA.
           IF WS-PRIM-CLIENTE = 'Y' OR SRT-CLIENTE NOT = WS-CLI-ANT
              IF WS-PRIM-CLIENTE NOT = 'Y'
                 PERFORM ESCREVE-TOTAL-CLIENTE
              END-IF
              MOVE SPACE       TO WS-PRIM-CLIENTE
              MOVE SRT-CLIENTE TO WS-CLI-ANT
              PERFORM INICIA-CLIENTE
           END-IF.
           MOVE SRT-CONTA     TO DTX-CONTA.
           MOVE SRT-SOBRENOME TO DTX-SOBRENOME.
           MOVE SRT-SALDO     TO DTX-SALDO.
           MOVE SRT-LIMITE    TO DTX-LIMITE.
           MOVE SRT-STATUS    TO DTX-STATUS.
           WRITE REL-LINHA FROM DET-CTA-EXP.
           ADD 1          TO WS-CLI-CONTAS.
           ADD SRT-SALDO  TO WS-CLI-SALDO.
           ADD SRT-LIMITE TO WS-CLI-LIMITE.
           IF SRT-SALDO < 0
              SUBTRACT SRT-SALDO FROM WS-CLI-USO
           END-IF.

      *    CLIENTE EXCLUIDO OU SEM TETO NAO E LIMITADO PELO PAYUPD.
       INICIA-CLIENTE.
           ADD 1 TO WS-CLIENTES-CNT.
           MOVE ZERO TO WS-CLI-CONTAS.
           MOVE ZERO TO WS-CLI-SALDO.
           MOVE ZERO TO WS-CLI-LIMITE.
           MOVE ZERO TO WS-CLI-USO.
           MOVE ZERO TO WS-CLI-TETO.
           MOVE SRT-CLIENTE TO DCX-CLIENTE.
           PERFORM LOCALIZA-CLIENTE.
           IF CLI-ACHADO = 'Y'
              MOVE CLI-NOME      TO DCX-NOME
              MOVE CLI-DOCUMENTO TO DCX-DOCUMENTO
              IF CLI-STATUS NOT = 'E'
                    AND CLI-LIMITE-EXPOS NUMERIC
                    AND CLI-LIMITE-EXPOS > 0
                 MOVE CLI-LIMITE-EXPOS TO WS-CLI-TETO
              END-IF
           ELSE
              ADD 1 TO WS-SEMCAD-CNT
              MOVE 'CLIENTE NAO CADASTRADO' TO DCX-NOME
              MOVE SPACES        TO DCX-DOCUMENTO
           END-IF.
           WRITE REL-LINHA FROM DET-CLI-EXP.

       LOCALIZA-CLIENTE.
           MOVE SPACE TO CLI-ACHADO.
           MOVE SRT-CLIENTE TO CLI-ID.
           READ CLI-REC
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO CLI-ACHADO
           END-READ.

       ESCREVE-TOTAL-CLIENTE.
           MOVE WS-CLI-CONTAS TO TX1-CONTAS.
           MOVE WS-CLI-SALDO  TO TX1-SALDO.
           MOVE WS-CLI-LIMITE TO TX1-LIMITE.
           WRITE REL-LINHA FROM TOT-1-EXP.
           MOVE WS-CLI-USO    TO TX2-USO.
           MOVE WS-CLI-TETO   TO TX2-TETO.
           ADD WS-CLI-USO     TO TOTAL-USO.
           EVALUATE TRUE
              WHEN CLI-ACHADO = 'Y' AND CLI-STATUS = 'E'
                 MOVE 'CLI EXCLUIDO ' TO TX2-SITUACAO
              WHEN WS-CLI-TETO = 0
                 MOVE 'SEM TETO     ' TO TX2-SITUACAO
              WHEN WS-CLI-USO > WS-CLI-TETO
                 ADD 1 TO WS-TETO-CNT
                 ADD 1 TO WS-ACIMA-CNT
                 COMPUTE TOTAL-EXCESSO =
                    TOTAL-EXCESSO + WS-CLI-USO - WS-CLI-TETO
                 MOVE 'ACIMA DO TETO' TO TX2-SITUACAO
              WHEN OTHER
                 ADD 1 TO WS-TETO-CNT
                 MOVE SPACES          TO TX2-SITUACAO
           END-EVALUATE.
           WRITE REL-LINHA FROM TOT-2-EXP.

       ESCREVE-RESUMO.
           MOVE 'CONTAS VINCULADAS           ' TO RES-ROTULO.
           MOVE WS-CONTAS-CNT   TO RES-VALOR.
           MOVE ZERO            TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-EXP.
           MOVE 'CLIENTES AVALIADOS          ' TO RES-ROTULO.
           MOVE WS-CLIENTES-CNT TO RES-VALOR.
           MOVE TOTAL-USO       TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-EXP.
           MOVE 'CLIENTES COM TETO           ' TO RES-ROTULO.
           MOVE WS-TETO-CNT     TO RES-VALOR.
           MOVE ZERO            TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-EXP.
           MOVE 'CLIENTES ACIMA DO TETO      ' TO RES-ROTULO.
           MOVE WS-ACIMA-CNT    TO RES-VALOR.
           MOVE TOTAL-EXCESSO   TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-EXP.
           MOVE 'CLIENTES NAO CADASTRADOS    ' TO RES-ROTULO.
           MOVE WS-SEMCAD-CNT   TO RES-VALOR.
           MOVE ZERO            TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-EXP.
