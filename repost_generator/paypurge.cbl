       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYPURGE.
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
           SELECT OPTIONAL EXP-REC ASSIGN TO CONTAEXP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EXP-CONTA-NUM.
           SELECT OPTIONAL ORDEM-IN ASSIGN TO STORDFIL.
           SELECT ORDEM-OUT  ASSIGN TO STORDNEW.
           SELECT OPTIONAL PEND-REC ASSIGN TO PENDFILE.
           SELECT PURG-REL   ASSIGN TO PURGREL.
           SELECT OPTIONAL PURG-PARM ASSIGN TO PURGPARM.
           SELECT OPTIONAL RUN-DATE-CTL ASSIGN TO RUNDATE.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-REC.
           COPY CONTAREC.

       FD  EXP-REC.
           COPY CONTEXP.

       FD  ORDEM-IN    RECORDING MODE F.
           COPY STORDREC.

       FD  ORDEM-OUT   RECORDING MODE F.
       01  ONW-FIELD         PIC X(51).

       FD  PEND-REC    RECORDING MODE F.
           COPY PENDREC.

       FD  PURG-REL    RECORDING MODE F.
       01  REL-LINHA         PIC X(80).

       FD  PURG-PARM   RECORDING MODE F.
       01  PRM-RECORD        PIC X(4).

       FD  RUN-DATE-CTL  RECORDING MODE F.
       01  RDC-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 CONTA-EOF      PIC X VALUE SPACE.
           05 ORDEM-EOF      PIC X VALUE SPACE.
           05 PEND-EOF       PIC X VALUE SPACE.
           05 WS-EXP-CHEIA   PIC X VALUE SPACE.

       01  WT-DATE.
           05 WT-ANO         PIC 9(4).
           05 WT-MES         PIC 9(2).
           05 WT-DIA         PIC 9(2).
       01  WT-DATE-NUM REDEFINES WT-DATE PIC 9(8).

       01  WT-PARAMETROS.
           05 PRM-RETENCAO   PIC 9(4) VALUE 1825.

       01  WT-CALCULO.
           05 WS-DIAS-CORTE  PIC 9(9) VALUE ZERO.
           05 WS-DATA-CORTE  PIC 9(8) VALUE ZERO.

       01  WT-INDICES.
           05 WS-QTD-EXP     PIC 9(7)  COMP VALUE ZERO.
           05 WS-POS-EXP     PIC 9(7)  COMP VALUE ZERO.
           05 WS-CONTA-CHAVE PIC 9(7)  VALUE ZERO.

      *    CONTAS A EXPURGAR: ENCERRADAS, SALDO ZERO E DATA DE
      *    ENCERRAMENTO ANTERIOR AO CORTE. CARREGADA NA LEITURA
      *    SEQUENCIAL DO CONTAREC, PORTANTO JA EM ORDEM DE CONTA.
       01  WT-TABELA.
           05 TAB-EXP OCCURS 1 TO 120000 TIMES
                 DEPENDING ON WS-QTD-EXP
                 ASCENDING KEY IS TEX-CONTA
                 INDEXED BY NDX-EXP.
              10 TEX-CONTA   PIC 9(7).
              10 TEX-ORDENS  PIC 9(3).
              10 TEX-PEND    PIC 9(3).

       01  WT-CONTADORES.
           05 WS-AVAL-CNT    PIC 9(7) VALUE ZERO.
           05 WS-EXPURG-CNT  PIC 9(7) VALUE ZERO.
           05 WS-ASSUM-CNT   PIC 9(7) VALUE ZERO.
           05 WS-PENDSAL-CNT PIC 9(7) VALUE ZERO.
           05 WS-ORDLID-CNT  PIC 9(7) VALUE ZERO.
           05 WS-ORDREM-CNT  PIC 9(7) VALUE ZERO.
           05 WS-PENCAN-CNT  PIC 9(7) VALUE ZERO.

       01  CAB-1-PURG.
           05 FILLER         PIC X(35)
              VALUE 'EXPURGO DE CONTAS ENCERRADAS      '.
           05 FILLER         PIC X(9)  VALUE 'RETENCAO '.
           05 PRG-RETENCAO   PIC 9(4).
           05 FILLER         PIC X(7)  VALUE ' CORTE '.
           05 PRG-CORTE      PIC 9(8).
           05 FILLER         PIC X(17) VALUE SPACES.

       01  DET-PURG.
           05 FILLER         PIC X(6)  VALUE 'CONTA '.
           05 PRG-CONTA      PIC 9(7).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 PRG-SOBRENOME  PIC X(15).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 PRG-ENCERR     PIC 9(8).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 PRG-SALDO      PIC $$$.$$$.$$9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 PRG-ACAO       PIC X(15).
           05 FILLER         PIC X(10) VALUE SPACES.

       01  RES-PURG.
           05 RES-ROTULO     PIC X(28).
           05 RES-VALOR      PIC ZZZ.ZZZ.ZZ9.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05 LK-PARM-LEN    PIC S9(4) COMP.
           05 LK-PARM-TEXT   PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       000-SETUP.
           PERFORM OBTEM-DATA-EXECUCAO.
           PERFORM OBTEM-PARAMETROS.
           COMPUTE WS-DIAS-CORTE =
              FUNCTION INTEGER-OF-DATE(WT-DATE-NUM) - PRM-RETENCAO.
           COMPUTE WS-DATA-CORTE =
              FUNCTION DATE-OF-INTEGER(WS-DIAS-CORTE).
           OPEN OUTPUT PURG-REL.
           MOVE PRM-RETENCAO  TO PRG-RETENCAO.
           MOVE WS-DATA-CORTE TO PRG-CORTE.
           WRITE REL-LINHA FROM CAB-1-PURG.

       010-MAIN.
           PERFORM SELECIONA-CONTAS.
           IF WS-EXP-CHEIA = 'Y'
              DISPLAY 'PAYPURGE - TABELA DE EXPURGO ESGOTADA'
              MOVE 8 TO RETURN-CODE
              CLOSE PURG-REL
              GOBACK
           END-IF.
           PERFORM DEPURA-ORDENS.
           PERFORM CANCELA-PENDENCIAS.
           PERFORM EXPURGA-CONTAS.

       030-END.
           PERFORM ESCREVE-RESUMO.
           CLOSE PURG-REL.
           GOBACK.

      *    PROCEDURES
       OBTEM-DATA-EXECUCAO.
           IF LK-PARM-LEN > 0
              MOVE LK-PARM-TEXT(1:8) TO WT-DATE
           ELSE
              OPEN INPUT RUN-DATE-CTL
              READ RUN-DATE-CTL INTO WT-DATE
                 AT END MOVE FUNCTION CURRENT-DATE(1:8) TO WT-DATE
              END-READ
              CLOSE RUN-DATE-CTL
           END-IF.

       OBTEM-PARAMETROS.
           OPEN INPUT PURG-PARM.
           READ PURG-PARM
              AT END CONTINUE
              NOT AT END
                 IF PRM-RECORD NUMERIC AND PRM-RECORD > '0000'
                    MOVE PRM-RECORD TO PRM-RETENCAO
                 END-IF
           END-READ.
           CLOSE PURG-PARM.

       SELECIONA-CONTAS.
           OPEN INPUT CONTA-REC.
           PERFORM UNTIL CONTA-EOF = 'T'
              READ CONTA-REC
                 AT END MOVE 'T' TO CONTA-EOF
                 NOT AT END
                    IF CONTA-STATUS = 'E' AND SALDO = 0
                          AND CONTA-DATA-ENCERR NUMERIC
                          AND CONTA-DATA-ENCERR > 0
                          AND CONTA-DATA-ENCERR <= WS-DATA-CORTE
                       IF WS-QTD-EXP < 120000
                          ADD 1 TO WS-QTD-EXP
                          MOVE CONTA-NUM TO TEX-CONTA(WS-QTD-EXP)
                          MOVE ZERO      TO TEX-ORDENS(WS-QTD-EXP)
                          MOVE ZERO      TO TEX-PEND(WS-QTD-EXP)
                       ELSE
                          MOVE 'Y' TO WS-EXP-CHEIA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTA-REC.
           MOVE SPACE TO CONTA-EOF.

       PROCURA-EXPURGO.
           MOVE ZERO TO WS-POS-EXP.
           IF WS-QTD-EXP > 0 AND WS-CONTA-CHAVE > 0
              SEARCH ALL TAB-EXP
                 AT END CONTINUE
                 WHEN TEX-CONTA(NDX-EXP) = WS-CONTA-CHAVE
                    SET WS-POS-EXP TO NDX-EXP
              END-SEARCH
           END-IF.

      *    STORDNEW SUBSTITUI O STORDFIL NO PROXIMO CICLO, COMO O
      *    ARCHNEW DO PAYARCH.
       DEPURA-ORDENS.
           OPEN INPUT  ORDEM-IN
           OPEN OUTPUT ORDEM-OUT.
           PERFORM UNTIL ORDEM-EOF = 'T'
              READ ORDEM-IN
                 AT END MOVE 'T' TO ORDEM-EOF
                 NOT AT END
                    ADD 1 TO WS-ORDLID-CNT
                    MOVE ORD-CONTA-NUM TO WS-CONTA-CHAVE
                    PERFORM PROCURA-EXPURGO
                    IF WS-POS-EXP > 0
                       ADD 1 TO WS-ORDREM-CNT
                       ADD 1 TO TEX-ORDENS(WS-POS-EXP)
                    ELSE
                       WRITE ONW-FIELD FROM ORDEM-FIELD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ORDEM-IN.
           CLOSE ORDEM-OUT.

       CANCELA-PENDENCIAS.
           OPEN I-O PEND-REC.
           PERFORM UNTIL PEND-EOF = 'T'
              READ PEND-REC
                 AT END MOVE 'T' TO PEND-EOF
                 NOT AT END
                    IF PEN-SITUACAO = 'P'
                       MOVE PEN-CONTA TO WS-CONTA-CHAVE
                       PERFORM PROCURA-EXPURGO
                       IF WS-POS-EXP > 0
                          MOVE 'R'         TO PEN-SITUACAO
                          MOVE 'EXP'       TO PEN-APROVADOR
                          MOVE WT-DATE-NUM TO PEN-DATA-DEC
                          REWRITE PEND-FIELD
                          ADD 1 TO WS-PENCAN-CNT
                          ADD 1 TO TEX-PEND(WS-POS-EXP)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PEND-REC.

      *    CONTAS ENCERRADAS ANTES DA DATA DE ENCERRAMENTO EXISTIR
      *    RECEBEM A DATA DESTE EXPURGO COMO INICIO DA RETENCAO.
       EXPURGA-CONTAS.
           OPEN I-O CONTA-REC.
           OPEN I-O EXP-REC.
           PERFORM UNTIL CONTA-EOF = 'T'
              READ CONTA-REC
                 AT END MOVE 'T' TO CONTA-EOF
                 NOT AT END
                    IF CONTA-STATUS = 'E'
                       ADD 1 TO WS-AVAL-CNT
                       PERFORM AVALIA-ENCERRADA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTA-REC.
           CLOSE EXP-REC.

       AVALIA-ENCERRADA.
           MOVE CONTA-NUM TO WS-CONTA-CHAVE.
           PERFORM PROCURA-EXPURGO.
           IF WS-POS-EXP > 0
              PERFORM GRAVA-EXPURGADA
              PERFORM ESCREVE-LINHA-PURG
              MOVE 'EXPURGADA      ' TO PRG-ACAO
              WRITE REL-LINHA FROM DET-PURG
              DELETE CONTA-REC RECORD
              ADD 1 TO WS-EXPURG-CNT
           ELSE
              IF CONTA-DATA-ENCERR NOT NUMERIC
                    OR CONTA-DATA-ENCERR = 0
                 MOVE WT-DATE-NUM TO CONTA-DATA-ENCERR
                 REWRITE CONTA-FIELD
                 ADD 1 TO WS-ASSUM-CNT
                 PERFORM ESCREVE-LINHA-PURG
                 MOVE 'DATA ASSUMIDA  ' TO PRG-ACAO
                 WRITE REL-LINHA FROM DET-PURG
              END-IF
              IF SALDO NOT = 0
                 ADD 1 TO WS-PENDSAL-CNT
                 PERFORM ESCREVE-LINHA-PURG
                 MOVE 'SALDO PENDENTE ' TO PRG-ACAO
                 WRITE REL-LINHA FROM DET-PURG
              END-IF
           END-IF.

       GRAVA-EXPURGADA.
           MOVE SPACES              TO EXP-FIELD.
           MOVE CONTA-NUM           TO EXP-CONTA-NUM.
           MOVE SOBRENOME           TO EXP-SOBRENOME.
           MOVE PRIM-NOME           TO EXP-PRIM-NOME.
           MOVE LIMITE              TO EXP-LIMITE.
           MOVE CONTA-AGENCIA       TO EXP-AGENCIA.
           MOVE CONTA-CLIENTE       TO EXP-CLIENTE.
           MOVE CONTA-DATA-ENCERR   TO EXP-DATA-ENCERR.
           MOVE WT-DATE-NUM         TO EXP-DATA-EXPURGO.
           MOVE TEX-ORDENS(WS-POS-EXP) TO EXP-ORDENS.
           MOVE TEX-PEND(WS-POS-EXP)   TO EXP-PENDENCIAS.
           WRITE EXP-FIELD
              INVALID KEY REWRITE EXP-FIELD
           END-WRITE.

       ESCREVE-LINHA-PURG.
           MOVE CONTA-NUM         TO PRG-CONTA.
           MOVE SOBRENOME         TO PRG-SOBRENOME.
           IF CONTA-DATA-ENCERR NUMERIC
              MOVE CONTA-DATA-ENCERR TO PRG-ENCERR
           ELSE
              MOVE ZERO           TO PRG-ENCERR
           END-IF.
           MOVE SALDO             TO PRG-SALDO.

       ESCREVE-RESUMO.
           MOVE 'CONTAS ENCERRADAS AVALIADAS ' TO RES-ROTULO.
           MOVE WS-AVAL-CNT    TO RES-VALOR.
           WRITE REL-LINHA FROM RES-PURG.
           MOVE 'CONTAS EXPURGADAS           ' TO RES-ROTULO.
           MOVE WS-EXPURG-CNT  TO RES-VALOR.
           WRITE REL-LINHA FROM RES-PURG.
           MOVE 'DATAS DE ENCERRAMENTO ASSUM.' TO RES-ROTULO.
           MOVE WS-ASSUM-CNT   TO RES-VALOR.
           WRITE REL-LINHA FROM RES-PURG.
           MOVE 'ENCERRADAS COM SALDO        ' TO RES-ROTULO.
           MOVE WS-PENDSAL-CNT TO RES-VALOR.
           WRITE REL-LINHA FROM RES-PURG.
           MOVE 'ORDENS PERMANENTES LIDAS    ' TO RES-ROTULO.
           MOVE WS-ORDLID-CNT  TO RES-VALOR.
           WRITE REL-LINHA FROM RES-PURG.
           MOVE 'ORDENS PERMANENTES REMOVIDAS' TO RES-ROTULO.
           MOVE WS-ORDREM-CNT  TO RES-VALOR.
           WRITE REL-LINHA FROM RES-PURG.
           MOVE 'PENDENCIAS CANCELADAS       ' TO RES-ROTULO.
           MOVE WS-PENCAN-CNT  TO RES-VALOR.
           WRITE REL-LINHA FROM RES-PURG.
