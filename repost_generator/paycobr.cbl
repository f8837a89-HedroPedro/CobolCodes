       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYCOBR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'R$' WITH PICTURE SYMBOL '$'
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-IN    ASSIGN TO HISTFILE.
           SELECT CONTA-REC  ASSIGN TO CONTAREC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CONTA-NUM.
           SELECT OPTIONAL CLI-REC ASSIGN TO CLIFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CLI-ID.
           SELECT SORT-COBR  ASSIGN TO "SRTWK04".
           SELECT COBR-REL   ASSIGN TO COBRREL.
           SELECT OPTIONAL COBR-PARM ASSIGN TO COBRPARM.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-IN     RECORDING MODE F.
           COPY HISTREC.

       FD  CONTA-REC.
           COPY CONTAREC.

       FD  CLI-REC.
           COPY CLIREC.

       SD  SORT-COBR.
       01  SRT-REG.
           05 SRT-AGENCIA    PIC 9(3).
           05 SRT-CONTA      PIC 9(7).
           05 SRT-SOBRENOME  PIC X(15).
           05 SRT-PRIM-NOME  PIC X(15).
           05 SRT-SALDO      PIC S9(7)V99 COMP-3.
           05 SRT-LIMITE     PIC S9(7)V99 COMP-3.
           05 SRT-DIAS       PIC 9(5).
           05 SRT-FAIXA      PIC X(5).
           05 SRT-ACAO       PIC X(12).
           05 SRT-CLIENTE    PIC 9(6).

       FD  COBR-REL    RECORDING MODE F.
       01  REL-LINHA         PIC X(80).

       FD  COBR-PARM   RECORDING MODE F.
       01  PRM-RECORD        PIC X(3).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 HIST-EOF       PIC X VALUE SPACE.
           05 CONTA-EOF      PIC X VALUE SPACE.
           05 SORT-EOF       PIC X VALUE SPACE.
           05 CLI-ACHADO     PIC X VALUE SPACE.
           05 WS-COB-CHEIA   PIC X VALUE SPACE.
           05 WS-PRIM-AGENCIA PIC X VALUE 'Y'.

      *    DIAS CORRIDOS ACIMA DO LIMITE A PARTIR DOS QUAIS A CONTA
      *    E BLOQUEADA PARA DEBITOS.
       01  WT-PARAMETROS.
           05 PRM-DIAS-BLOQ  PIC 9(3) VALUE 60.

       01  WT-REFERENCIA.
           05 WS-DATA-REF    PIC 9(8) VALUE ZERO.
           05 WS-DIAS-ATRASO PIC 9(5) VALUE ZERO.
           05 WS-AGEN-ANT    PIC 9(3) VALUE ZERO.

       01  WT-INDICES.
           05 WS-QTD-COB     PIC 9(7) COMP VALUE ZERO.
           05 WS-POS-COB     PIC 9(7) COMP VALUE ZERO.
           05 WS-CONTA-CHAVE PIC 9(7)      VALUE ZERO.

      *    INICIO DA SEQUENCIA CORRENTE DE SNAPSHOTS ACIMA DO LIMITE
      *    (ZERO = ULTIMO SNAPSHOT DENTRO DO LIMITE).
       01  WT-TABELA.
           05 TAB-COB OCCURS 1 TO 120000 TIMES
                 DEPENDING ON WS-QTD-COB
                 ASCENDING KEY IS COB-CONTA
                 INDEXED BY NDX-COB.
              10 COB-CONTA   PIC 9(7).
              10 COB-INICIO  PIC 9(8).
              10 COB-ULT-DATA PIC 9(8).

       01  WT-CONTADORES.
           05 WS-AVAL-CNT    PIC 9(7) VALUE ZERO.
           05 WS-ATRASO-CNT  PIC 9(7) VALUE ZERO.
           05 WS-FX1-CNT     PIC 9(7) VALUE ZERO.
           05 WS-FX2-CNT     PIC 9(7) VALUE ZERO.
           05 WS-FX3-CNT     PIC 9(7) VALUE ZERO.
           05 WS-FX4-CNT     PIC 9(7) VALUE ZERO.
           05 WS-BLOQ-CNT    PIC 9(7) VALUE ZERO.
           05 WS-JABLOQ-CNT  PIC 9(7) VALUE ZERO.
           05 WS-DESBL-CNT   PIC 9(7) VALUE ZERO.
           05 WS-AGE-CNT     PIC 9(7) VALUE ZERO.
           05 WS-AGE-SALDO   PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  CAB-1-COB.
           05 FILLER         PIC X(34)
              VALUE 'COBRANCA - CONTAS ACIMA DO LIMITE '.
           05 FILLER         PIC X(11) VALUE 'REFERENCIA '.
           05 COB-DATA-O     PIC 9(8).
           05 FILLER         PIC X(10) VALUE ' BLOQUEIO '.
           05 COB-BLOQ-O     PIC ZZ9.
           05 FILLER         PIC X(5)  VALUE ' DIAS'.
           05 FILLER         PIC X(9)  VALUE SPACES.

       01  CAB-AGE-COB.
           05 FILLER         PIC X(8)  VALUE 'AGENCIA '.
           05 CAB-AGENCIA    PIC 9(3).
           05 FILLER         PIC X(69) VALUE SPACES.

       01  DET-COB.
           05 FILLER         PIC X(6)  VALUE 'CONTA '.
           05 DET-CONTA      PIC 9(7).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DET-SOBRENOME  PIC X(15).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DET-DIAS       PIC ZZZZ9.
           05 FILLER         PIC X(6)  VALUE ' DIAS '.
           05 DET-FAIXA      PIC X(5).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DET-SALDO      PIC $$$.$$$.$$9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DET-ACAO       PIC X(12).

       01  DET-CLIENTE.
           05 FILLER         PIC X(14) VALUE SPACES.
           05 DCL-NOME       PIC X(30).
           05 FILLER         PIC X(5)  VALUE ' DOC '.
           05 DCL-DOCUMENTO  PIC X(14).
           05 FILLER         PIC X(17) VALUE SPACES.

       01  DET-ENDERECO.
           05 FILLER         PIC X(14) VALUE SPACES.
           05 DEN-ENDERECO   PIC X(30).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DEN-CIDADE     PIC X(20).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DEN-CEP        PIC 9(8).
           05 FILLER         PIC X(6)  VALUE SPACES.

       01  LIN-SEM-CLIENTE.
           05 FILLER         PIC X(14) VALUE SPACES.
           05 FILLER         PIC X(30)
              VALUE 'CLIENTE NAO CADASTRADO        '.
           05 FILLER         PIC X(36) VALUE SPACES.

       01  TOT-AGE-COB.
           05 FILLER         PIC X(14) VALUE 'TOTAL AGENCIA '.
           05 TOT-AGENCIA    PIC 9(3).
           05 FILLER         PIC X(8)  VALUE ' CONTAS '.
           05 TOT-CONTAS     PIC ZZZ.ZZ9.
           05 FILLER         PIC X(7)  VALUE ' SALDO '.
           05 TOT-SALDO      PIC $$$.$$$.$$$.$$9,99-.
           05 FILLER         PIC X(22) VALUE SPACES.

       01  LIN-SEM-HIST.
           05 FILLER         PIC X(40)
              VALUE 'HISTORICO VAZIO - SEM AVALIACAO         '.
           05 FILLER         PIC X(40) VALUE SPACES.

       01  RES-COB.
           05 RES-ROTULO     PIC X(28).
           05 RES-VALOR      PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       000-SETUP.
           PERFORM OBTEM-PARAMETROS.
           PERFORM CARREGA-CONTAS.
           OPEN OUTPUT COBR-REL.
           IF WS-COB-CHEIA = 'Y'
              DISPLAY 'PAYCOBR - TABELA DE CONTAS ESGOTADA'
              MOVE 8 TO RETURN-CODE
              CLOSE COBR-REL
              GOBACK
           END-IF.
           PERFORM PERCORRE-HISTORICO.
           IF WS-DATA-REF = 0
              WRITE REL-LINHA FROM LIN-SEM-HIST
              CLOSE COBR-REL
              GOBACK
           END-IF.
           MOVE WS-DATA-REF   TO COB-DATA-O.
           MOVE PRM-DIAS-BLOQ TO COB-BLOQ-O.
           WRITE REL-LINHA FROM CAB-1-COB.

       010-MAIN.
           OPEN INPUT CLI-REC.
           SORT SORT-COBR ON ASCENDING KEY SRT-AGENCIA SRT-CONTA
              INPUT PROCEDURE IS AVALIA-CONTAS
              OUTPUT PROCEDURE IS EMITE-LISTA.
           CLOSE CLI-REC.

       030-END.
           PERFORM ESCREVE-RESUMO.
           CLOSE COBR-REL.
           GOBACK.

      *    PROCEDURES
       OBTEM-PARAMETROS.
           OPEN INPUT COBR-PARM.
           READ COBR-PARM
              AT END CONTINUE
              NOT AT END
                 IF PRM-RECORD NUMERIC AND PRM-RECORD > '000'
                    MOVE PRM-RECORD TO PRM-DIAS-BLOQ
                 END-IF
           END-READ.
           CLOSE COBR-PARM.

       CARREGA-CONTAS.
           OPEN INPUT CONTA-REC.
           PERFORM UNTIL CONTA-EOF = 'T'
              READ CONTA-REC
                 AT END MOVE 'T' TO CONTA-EOF
                 NOT AT END
                    IF CONTA-NUM > 0
                       IF WS-QTD-COB < 120000
                          ADD 1 TO WS-QTD-COB
                          MOVE CONTA-NUM TO COB-CONTA(WS-QTD-COB)
                          MOVE ZERO      TO COB-INICIO(WS-QTD-COB)
                          MOVE ZERO      TO COB-ULT-DATA(WS-QTD-COB)
                       ELSE
                          MOVE 'Y' TO WS-COB-CHEIA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTA-REC.
           MOVE SPACE TO CONTA-EOF.

       PROCURA-CONTA.
           MOVE ZERO TO WS-POS-COB.
           IF WS-QTD-COB > 0 AND WS-CONTA-CHAVE > 0
              SEARCH ALL TAB-COB
                 AT END CONTINUE
                 WHEN COB-CONTA(NDX-COB) = WS-CONTA-CHAVE
                    SET WS-POS-COB TO NDX-COB
              END-SEARCH
           END-IF.

      *    O HISTFILE CRESCE POR EXTEND DIARIO, EM ORDEM DE DATA.
      *    SNAPSHOT REPETIDO OU FORA DE ORDEM NAO ALTERA A SEQUENCIA.
       PERCORRE-HISTORICO.
           OPEN INPUT HIST-IN.
           PERFORM UNTIL HIST-EOF = 'T'
              READ HIST-IN
                 AT END MOVE 'T' TO HIST-EOF
                 NOT AT END PERFORM CLASSIFICA-SNAPSHOT
              END-READ
           END-PERFORM.
           CLOSE HIST-IN.

       CLASSIFICA-SNAPSHOT.
           IF HIST-DATA > WS-DATA-REF
              MOVE HIST-DATA TO WS-DATA-REF
           END-IF.
           MOVE HIST-CONTA TO WS-CONTA-CHAVE.
           PERFORM PROCURA-CONTA.
           IF WS-POS-COB > 0
                 AND HIST-DATA > COB-ULT-DATA(WS-POS-COB)
              MOVE HIST-DATA TO COB-ULT-DATA(WS-POS-COB)
              IF HIST-SALDO < (HIST-LIMITE * -1)
                 IF COB-INICIO(WS-POS-COB) = 0
                    MOVE HIST-DATA TO COB-INICIO(WS-POS-COB)
                 END-IF
              ELSE
                 MOVE ZERO TO COB-INICIO(WS-POS-COB)
              END-IF
           END-IF.

       AVALIA-CONTAS.
           OPEN I-O CONTA-REC.
           PERFORM UNTIL CONTA-EOF = 'T'
              READ CONTA-REC
                 AT END MOVE 'T' TO CONTA-EOF
                 NOT AT END
                    IF CONTA-STATUS NOT = 'E' AND CONTA-NUM > 0
                       ADD 1 TO WS-AVAL-CNT
                       PERFORM AVALIA-CONTA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTA-REC.

      *    A CONTAGEM VALE ENQUANTO O MASTER CONTINUA ACIMA DO
      *    LIMITE. BLOQUEADA DE VOLTA AO LIMITE SO E LISTADA COMO
      *    LIBERAVEL: O DESBLOQUEIO E DO PAYUPD, QUE GRAVA O UNBLOCK
      *    NA AUDITORIA.
       AVALIA-CONTA.
           PERFORM CALCULA-DIAS-ATRASO.
           IF WS-DIAS-ATRASO = 0
              IF CONTA-STATUS = 'B'
                 ADD 1 TO WS-DESBL-CNT
                 MOVE SPACES TO SRT-REG
                 MOVE 'LIBERAVEL   ' TO SRT-ACAO
                 PERFORM MONTA-REG-COBRANCA
              END-IF
           ELSE
              ADD 1 TO WS-ATRASO-CNT
              MOVE SPACES TO SRT-REG
              PERFORM CLASSIFICA-FAIXA
              EVALUATE TRUE
                 WHEN CONTA-STATUS = 'B'
                    ADD 1 TO WS-JABLOQ-CNT
                    MOVE 'JA BLOQUEADA' TO SRT-ACAO
                 WHEN CONTA-STATUS = 'D'
                    MOVE 'DORMENTE    ' TO SRT-ACAO
                 WHEN WS-DIAS-ATRASO >= PRM-DIAS-BLOQ
                    MOVE 'B' TO CONTA-STATUS
                    REWRITE CONTA-FIELD
                    ADD 1 TO WS-BLOQ-CNT
                    MOVE 'BLOQUEADA   ' TO SRT-ACAO
                 WHEN OTHER
                    MOVE 'EM ATRASO   ' TO SRT-ACAO
              END-EVALUATE
              PERFORM MONTA-REG-COBRANCA
           END-IF.

       MONTA-REG-COBRANCA.
           IF CONTA-AGENCIA NUMERIC
              MOVE CONTA-AGENCIA TO SRT-AGENCIA
           ELSE
              MOVE ZERO          TO SRT-AGENCIA
           END-IF.
           MOVE CONTA-NUM      TO SRT-CONTA.
           MOVE SOBRENOME      TO SRT-SOBRENOME.
           MOVE PRIM-NOME      TO SRT-PRIM-NOME.
           MOVE SALDO          TO SRT-SALDO.
           MOVE LIMITE         TO SRT-LIMITE.
           MOVE WS-DIAS-ATRASO TO SRT-DIAS.
           IF CONTA-CLIENTE NUMERIC
              MOVE CONTA-CLIENTE TO SRT-CLIENTE
           ELSE
              MOVE ZERO          TO SRT-CLIENTE
           END-IF.
           RELEASE SRT-REG.

      *    MESMA REGRA DO PAYUPD: ACIMA DO LIMITE QUANDO O SALDO
      *    FICA ABAIXO DO LIMITE NEGATIVO.
       CALCULA-DIAS-ATRASO.
           MOVE ZERO TO WS-DIAS-ATRASO.
           IF SALDO < (LIMITE * -1)
              MOVE CONTA-NUM TO WS-CONTA-CHAVE
              PERFORM PROCURA-CONTA
              IF WS-POS-COB > 0 AND COB-INICIO(WS-POS-COB) > 0
                 COMPUTE WS-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
                    - FUNCTION INTEGER-OF-DATE(COB-INICIO(WS-POS-COB))
                    + 1
              ELSE
                 MOVE 1 TO WS-DIAS-ATRASO
              END-IF
           END-IF.

       CLASSIFICA-FAIXA.
           EVALUATE TRUE
              WHEN WS-DIAS-ATRASO <= 30
                 MOVE '1-30 ' TO SRT-FAIXA
                 ADD 1 TO WS-FX1-CNT
              WHEN WS-DIAS-ATRASO <= 60
                 MOVE '31-60' TO SRT-FAIXA
                 ADD 1 TO WS-FX2-CNT
              WHEN WS-DIAS-ATRASO <= 90
                 MOVE '61-90' TO SRT-FAIXA
                 ADD 1 TO WS-FX3-CNT
              WHEN OTHER
                 MOVE '90+  ' TO SRT-FAIXA
                 ADD 1 TO WS-FX4-CNT
           END-EVALUATE.

       EMITE-LISTA.
           PERFORM UNTIL SORT-EOF = 'T'
              RETURN SORT-COBR
                 AT END MOVE 'T' TO SORT-EOF
                 NOT AT END PERFORM EMITE-CONTA
              END-RETURN
           END-PERFORM.
           IF WS-PRIM-AGENCIA NOT = 'Y'
              PERFORM ESCREVE-TOTAL-AGENCIA
           END-IF.

       EMITE-CONTA.
           IF WS-PRIM-AGENCIA = 'Y' OR SRT-AGENCIA NOT = WS-AGEN-ANT
              IF WS-PRIM-AGENCIA NOT = 'Y'
                 PERFORM ESCREVE-TOTAL-AGENCIA
              END-IF
              MOVE SPACE       TO WS-PRIM-AGENCIA
              MOVE SRT-AGENCIA TO WS-AGEN-ANT
              MOVE SRT-AGENCIA TO CAB-AGENCIA
              WRITE REL-LINHA FROM CAB-AGE-COB
           END-IF.
           MOVE SRT-CONTA     TO DET-CONTA.
           MOVE SRT-SOBRENOME TO DET-SOBRENOME.
           MOVE SRT-DIAS      TO DET-DIAS.
           MOVE SRT-FAIXA     TO DET-FAIXA.
           MOVE SRT-SALDO     TO DET-SALDO.
           MOVE SRT-ACAO      TO DET-ACAO.
           WRITE REL-LINHA FROM DET-COB.
           ADD 1         TO WS-AGE-CNT.
           ADD SRT-SALDO TO WS-AGE-SALDO.
           PERFORM LOCALIZA-CLIENTE.
           IF CLI-ACHADO = 'Y'
              MOVE CLI-NOME      TO DCL-NOME
              MOVE CLI-DOCUMENTO TO DCL-DOCUMENTO
              WRITE REL-LINHA FROM DET-CLIENTE
              MOVE CLI-ENDERECO  TO DEN-ENDERECO
              MOVE CLI-CIDADE    TO DEN-CIDADE
              MOVE CLI-CEP       TO DEN-CEP
              WRITE REL-LINHA FROM DET-ENDERECO
           ELSE
              WRITE REL-LINHA FROM LIN-SEM-CLIENTE
           END-IF.

       LOCALIZA-CLIENTE.
           MOVE SPACE TO CLI-ACHADO.
           IF SRT-CLIENTE > 0
              MOVE SRT-CLIENTE TO CLI-ID
              READ CLI-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO CLI-ACHADO
              END-READ
           END-IF.

       ESCREVE-TOTAL-AGENCIA.
           MOVE WS-AGEN-ANT  TO TOT-AGENCIA.
           MOVE WS-AGE-CNT   TO TOT-CONTAS.
           MOVE WS-AGE-SALDO TO TOT-SALDO.
           WRITE REL-LINHA FROM TOT-AGE-COB.
           MOVE ZERO TO WS-AGE-CNT.
           MOVE ZERO TO WS-AGE-SALDO.

       ESCREVE-RESUMO.
           MOVE 'CONTAS AVALIADAS            ' TO RES-ROTULO.
           MOVE WS-AVAL-CNT   TO RES-VALOR.
           WRITE REL-LINHA FROM RES-COB.
           MOVE 'CONTAS ACIMA DO LIMITE      ' TO RES-ROTULO.
           MOVE WS-ATRASO-CNT TO RES-VALOR.
           WRITE REL-LINHA FROM RES-COB.
           MOVE 'FAIXA 1 A 30 DIAS           ' TO RES-ROTULO.
           MOVE WS-FX1-CNT    TO RES-VALOR.
           WRITE REL-LINHA FROM RES-COB.
           MOVE 'FAIXA 31 A 60 DIAS          ' TO RES-ROTULO.
           MOVE WS-FX2-CNT    TO RES-VALOR.
           WRITE REL-LINHA FROM RES-COB.
           MOVE 'FAIXA 61 A 90 DIAS          ' TO RES-ROTULO.
           MOVE WS-FX3-CNT    TO RES-VALOR.
           WRITE REL-LINHA FROM RES-COB.
           MOVE 'FAIXA ACIMA DE 90 DIAS      ' TO RES-ROTULO.
           MOVE WS-FX4-CNT    TO RES-VALOR.
           WRITE REL-LINHA FROM RES-COB.
           MOVE 'CONTAS BLOQUEADAS HOJE      ' TO RES-ROTULO.
           MOVE WS-BLOQ-CNT   TO RES-VALOR.
           WRITE REL-LINHA FROM RES-COB.
           MOVE 'CONTAS JA BLOQUEADAS        ' TO RES-ROTULO.
           MOVE WS-JABLOQ-CNT TO RES-VALOR.
           WRITE REL-LINHA FROM RES-COB.
           MOVE 'BLOQUEADAS LIBERAVEIS       ' TO RES-ROTULO.
           MOVE WS-DESBL-CNT  TO RES-VALOR.
           WRITE REL-LINHA FROM RES-COB.
