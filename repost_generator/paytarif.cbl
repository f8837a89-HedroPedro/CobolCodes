       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYTARIF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'R$' WITH PICTURE SYMBOL '$'
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-REC  ASSIGN TO CONTARNW
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CONTA-NUM.
           SELECT AUDIT-IN   ASSIGN TO PAYAUDIT.
           SELECT OPTIONAL ARCH-IN ASSIGN TO ARCHFILE.
           SELECT OPTIONAL TRANS-ENT ASSIGN TO TRANENTR.
           SELECT TARIFA-REL ASSIGN TO TARIFREL.
           SELECT OPTIONAL TARIFA-PARM ASSIGN TO TARIFPRM.
           SELECT OPTIONAL RUN-DATE-CTL ASSIGN TO RUNDATE.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-REC.
           COPY CONTAREC.

       FD  AUDIT-IN    RECORDING MODE F.
           COPY PAYAUD.

       FD  ARCH-IN     RECORDING MODE F.
           COPY PAYAUD REPLACING AUDIT-FIELD   BY ARC-FIELD
                                 AUD-CONTA-NUM BY ARC-CONTA-NUM
                                 AUD-SALDO-ANT BY ARC-SALDO-ANT
                                 AUD-VALOR     BY ARC-VALOR
                                 AUD-SALDO-NOVO BY ARC-SALDO-NOVO
                                 AUD-DATA      BY ARC-DATA
                                 AUD-HORA      BY ARC-HORA
                                 AUD-STATUS    BY ARC-STATUS
                                 AUD-AGENCIA   BY ARC-AGENCIA
                                 AUD-CATEG     BY ARC-CATEG
                                 AUD-SEQ       BY ARC-SEQ
                                 AUD-REF-CONTA BY ARC-REF-CONTA
                                 AUD-REF-DATA  BY ARC-REF-DATA
                                 AUD-REF-SEQ   BY ARC-REF-SEQ.

       FD  TRANS-ENT   RECORDING MODE F.
           COPY TRANREC REPLACING TRANS-FIELD     BY ENT-FIELD
                                  TRANS-CONTA-NUM BY ENT-CONTA-NUM
                                  TRANS-VALOR     BY ENT-VALOR
                                  TRANS-TIPO      BY ENT-TIPO
                                  TRANS-DADOS     BY ENT-DADOS
                                  TRANS-RETRY     BY ENT-RETRY
                                  TRANS-DATA-ENT  BY ENT-DATA-ENT
                                  TRANS-CATEG     BY ENT-CATEG.

       FD  TARIFA-REL  RECORDING MODE F.
       01  REL-LINHA         PIC X(80).

      *    TABELA DE TARIFAS, UM REGISTRO POR ITEM:
      *    'MP' = MENSALIDADE PADRAO (VALOR)
      *    'MN' = MENSALIDADE DA AGENCIA (AGENCIA, VALOR)
      *    'SQ' = SAQUE ACIMA DA FRANQUIA (QTDE ISENTA, VALOR)
      *    'TF' = TRANSFERENCIA ENVIADA (VALOR)
      *    'DV' = LANCAMENTO DEVOLVIDO POR LIMITE (VALOR)
       FD  TARIFA-PARM RECORDING MODE F.
       01  TPR-RECORD.
           05 TPR-TIPO       PIC X(2).
           05 TPR-AGENCIA    PIC 9(3).
           05 TPR-QTDE       PIC 9(3).
           05 TPR-VALOR      PIC 9(5)V99.
           05 FILLER         PIC X(5).

       FD  RUN-DATE-CTL  RECORDING MODE F.
       01  RDC-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 CONTA-EOF      PIC X VALUE SPACE.
           05 AUD-EOF        PIC X VALUE SPACE.
           05 ARCH-EOF       PIC X VALUE SPACE.
           05 PRM-EOF        PIC X VALUE SPACE.
           05 WS-CICLO-ABERTO PIC X VALUE SPACE.
           05 WS-TAR-CHEIA   PIC X VALUE SPACE.
           05 WS-FIM-MES     PIC X VALUE SPACE.

       01  WT-DATE.
           05 WT-ANO         PIC 9(4).
           05 WT-MES         PIC 9(2).
           05 WT-DIA         PIC 9(2).
       01  WT-DATE-NUM REDEFINES WT-DATE PIC 9(8).

           COPY CICLOPRM.

       01  WT-PARAMETROS.
           05 PRM-MENS-PADRAO PIC S9(5)V99 COMP-3 VALUE 15,00.
           05 PRM-SAQ-ISENTOS PIC 9(3)            VALUE 4.
           05 PRM-TAR-SAQUE  PIC S9(5)V99 COMP-3 VALUE 2,50.
           05 PRM-TAR-TRANSF PIC S9(5)V99 COMP-3 VALUE 5,00.
           05 PRM-TAR-DEVOL  PIC S9(5)V99 COMP-3 VALUE 12,00.
           05 WS-PRM-INVAL   PIC 9(5)            VALUE ZERO.

      *    MENSALIDADE PROPRIA DA AGENCIA; POSICAO = AGENCIA + 1.
       01  WT-TAB-MENSAL.
           05 TAB-MEN OCCURS 1000 TIMES.
              10 MEN-DEFINIDA PIC X               VALUE SPACE.
              10 MEN-VALOR   PIC S9(5)V99 COMP-3 VALUE ZERO.

       01  WT-CALENDARIO.
           05 WS-ULT-DIA-MES PIC 9(2) VALUE ZERO.
           05 WS-RESTO-ANO   PIC 9(4) VALUE ZERO.
           05 WS-INICIO-MES  PIC 9(8) VALUE ZERO.

       01  WT-CONTROLE-LOTE.
           05 WS-GERADAS-CNT PIC 9(5)  VALUE ZERO.
           05 WS-HASH-CENTS  PIC 9(10) VALUE ZERO.
           05 WS-CENTS       PIC 9(10) VALUE ZERO.

       01  WT-TRAILER-SAI.
           05 TRL-QTDE       PIC 9(5).
           05 TRL-HASH-CENTS PIC 9(10).

       01  WT-CONTADORES.
           05 WS-LIDAS-CNT   PIC 9(7) VALUE ZERO.
           05 WS-ENCERR-CNT  PIC 9(7) VALUE ZERO.
           05 WS-TARIFADAS-CNT PIC 9(7) VALUE ZERO.
           05 TOTAL-TARIFAS  PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WT-CALCULO.
           05 WS-EXCED-ANT   PIC 9(5)  VALUE ZERO.
           05 WS-EXCED-ATU   PIC 9(5)  VALUE ZERO.
           05 WS-QTDE-TAR    PIC 9(5)  VALUE ZERO.
           05 WS-VALOR-TAR   PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-DESCR-TAR   PIC X(15) VALUE SPACES.
           05 WS-COBROU      PIC X     VALUE SPACE.
           05 WS-AUD-VALOR-N PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WT-INDICES.
           05 IX-AGE         PIC 9(4) COMP.
           05 IX-TAR         PIC 9(7) COMP.
           05 WS-QTD-TAR     PIC 9(7) COMP VALUE ZERO.
           05 WS-POS-TAR     PIC 9(7) COMP VALUE ZERO.
           05 WS-CONTA-CHAVE PIC 9(7)      VALUE ZERO.

      *    CONTAS TARIFAVEIS (NAO ENCERRADAS) NA ORDEM DO CONTARNW,
      *    COM A MOVIMENTACAO QUE GERA TARIFA.
       01  WT-TAB-CONTAS.
           05 TAB-TAR OCCURS 1 TO 120000 TIMES
                 DEPENDING ON WS-QTD-TAR
                 ASCENDING KEY IS TAR-CONTA
                 INDEXED BY NDX-TAR.
              10 TAR-CONTA   PIC 9(7).
              10 TAR-AGENCIA PIC 9(3).
              10 TAR-STATUS  PIC X.
              10 TAR-SAQ-MES PIC 9(5).
              10 TAR-SAQ-DIA PIC 9(5).
              10 TAR-TRF-DIA PIC 9(5).
              10 TAR-DEV-DIA PIC 9(5).

       01  WT-TAB-AGENCIA.
           05 TAB-AGE OCCURS 1000 TIMES.
              10 AGE-TARIFAS PIC 9(7)             VALUE ZERO.
              10 AGE-VALOR   PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  CAB-1-TAR.
           05 FILLER         PIC X(35)
              VALUE 'REGISTRO DE TARIFAS               '.
           05 FILLER         PIC X(5)  VALUE 'DATA '.
           05 TAR-DATA-REF   PIC 9(8).
           05 FILLER         PIC X(32) VALUE SPACES.

       01  CAB-2-TAR.
           05 FILLER         PIC X(34)
              VALUE 'TARIFAS POR AGENCIA               '.
           05 FILLER         PIC X(46) VALUE SPACES.

       01  DET-TAR.
           05 FILLER         PIC X(6)  VALUE 'CONTA '.
           05 DET-CONTA      PIC 9(7).
           05 FILLER         PIC X(5)  VALUE ' AG. '.
           05 DET-AGENCIA    PIC 9(3).
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 DET-DESCRICAO  PIC X(15).
           05 FILLER         PIC X(6)  VALUE ' QTDE '.
           05 DET-QTDE       PIC ZZZZ9.
           05 FILLER         PIC X(7)  VALUE ' VALOR '.
           05 DET-VALOR      PIC $$$.$$9,99-.

       01  DET-AGE.
           05 FILLER         PIC X(8)  VALUE 'AGENCIA '.
           05 DET-AGE-NUM    PIC 9(3).
           05 FILLER         PIC X(9)  VALUE ' TARIFAS '.
           05 DET-AGE-QTDE   PIC ZZZ.ZZ9.
           05 FILLER         PIC X(7)  VALUE ' VALOR '.
           05 DET-AGE-VALOR  PIC $$$.$$$.$$9,99-.

       01  RES-TAR.
           05 RES-ROTULO     PIC X(28).
           05 RES-VALOR      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 RES-MONTANTE   PIC $$$.$$$.$$9,99.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05 LK-PARM-LEN    PIC S9(4) COMP.
           05 LK-PARM-TEXT   PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       000-SETUP.
           PERFORM OBTEM-DATA-EXECUCAO.
           PERFORM ABRE-CICLO.
           PERFORM CALCULA-ULTIMO-DIA.
           PERFORM OBTEM-PARAMETROS.
           PERFORM CARREGA-CONTAS.
           IF WS-TAR-CHEIA = 'Y'
              DISPLAY 'PAYTARIF - TABELA DE CONTAS ESGOTADA'
              MOVE 8 TO RETURN-CODE
              PERFORM FECHA-CICLO
              GOBACK
           END-IF.
      *    O LOTE DE TARIFAS E ANEXADO AO TRANENTR PARA A CRITICA
      *    DO PROXIMO CICLO, COMO O DAS ORDENS PERMANENTES.
           OPEN EXTEND TRANS-ENT
           OPEN OUTPUT TARIFA-REL.
           MOVE WT-DATE-NUM TO TAR-DATA-REF.
           WRITE REL-LINHA FROM CAB-1-TAR.
           PERFORM GRAVA-HEADER.

       010-MAIN.
           PERFORM OBSERVA-ARQUIVO.
           PERFORM OBSERVA-AUDITORIA.
           PERFORM VARYING IX-TAR FROM 1 BY 1
                 UNTIL IX-TAR > WS-QTD-TAR
              PERFORM CALCULA-TARIFAS
           END-PERFORM.

       030-END.
           PERFORM GRAVA-TRAILER.
           PERFORM ESCREVE-AGENCIAS.
           PERFORM ESCREVE-RESUMO.
           CLOSE TRANS-ENT.
           CLOSE TARIFA-REL.
           IF WS-PRM-INVAL > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM FECHA-CICLO.
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

       ABRE-CICLO.
           MOVE 'INI'       TO CIP-FUNCAO.
           MOVE 'PAYTARIF'  TO CIP-PROGRAMA.
           MOVE WT-DATE-NUM TO CIP-DATA.
           MOVE ZERO        TO CIP-RC.
           CALL 'PAYCICLO' USING WT-CICLO-PARM.
           IF CIP-RESULTADO NOT = 'OK'
              DISPLAY 'PAYTARIF - ' CIP-MENSAGEM
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 'Y' TO WS-CICLO-ABERTO.

       FECHA-CICLO.
           IF WS-CICLO-ABERTO = 'Y'
              MOVE 'FIM'       TO CIP-FUNCAO
              MOVE RETURN-CODE TO CIP-RC
              CALL 'PAYCICLO' USING WT-CICLO-PARM
           END-IF.

      *    A MENSALIDADE E COBRADA NO ULTIMO DIA DO MES; A FRANQUIA
      *    DE SAQUES CONTA DESDE O PRIMEIRO DIA DO MES.
       CALCULA-ULTIMO-DIA.
           EVALUATE WT-MES
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-ULT-DIA-MES
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-ULT-DIA-MES
              WHEN 02
                 COMPUTE WS-RESTO-ANO = FUNCTION MOD(WT-ANO, 4)
                 IF WS-RESTO-ANO = 0
                    MOVE 29 TO WS-ULT-DIA-MES
                 ELSE
                    MOVE 28 TO WS-ULT-DIA-MES
                 END-IF
           END-EVALUATE.
           IF WT-DIA = WS-ULT-DIA-MES
              MOVE 'Y' TO WS-FIM-MES
           END-IF.
           COMPUTE WS-INICIO-MES = WT-ANO * 10000 + WT-MES * 100 + 1.

       OBTEM-PARAMETROS.
           OPEN INPUT TARIFA-PARM.
           PERFORM UNTIL PRM-EOF = 'T'
              READ TARIFA-PARM
                 AT END MOVE 'T' TO PRM-EOF
                 NOT AT END PERFORM TRATA-PARAMETRO
              END-READ
           END-PERFORM.
           CLOSE TARIFA-PARM.

       TRATA-PARAMETRO.
           IF TPR-VALOR NOT NUMERIC
              ADD 1 TO WS-PRM-INVAL
           ELSE
              EVALUATE TPR-TIPO
                 WHEN 'MP'
                    MOVE TPR-VALOR TO PRM-MENS-PADRAO
                 WHEN 'MN'
                    IF TPR-AGENCIA NUMERIC
                       COMPUTE IX-AGE = TPR-AGENCIA + 1
                       MOVE 'Y'       TO MEN-DEFINIDA(IX-AGE)
                       MOVE TPR-VALOR TO MEN-VALOR(IX-AGE)
                    ELSE
                       ADD 1 TO WS-PRM-INVAL
                    END-IF
                 WHEN 'SQ'
                    IF TPR-QTDE NUMERIC
                       MOVE TPR-QTDE  TO PRM-SAQ-ISENTOS
                       MOVE TPR-VALOR TO PRM-TAR-SAQUE
                    ELSE
                       ADD 1 TO WS-PRM-INVAL
                    END-IF
                 WHEN 'TF'
                    MOVE TPR-VALOR TO PRM-TAR-TRANSF
                 WHEN 'DV'
                    MOVE TPR-VALOR TO PRM-TAR-DEVOL
                 WHEN OTHER
                    ADD 1 TO WS-PRM-INVAL
              END-EVALUATE
           END-IF.

       CARREGA-CONTAS.
           OPEN INPUT CONTA-REC.
           PERFORM UNTIL CONTA-EOF = 'T'
              READ CONTA-REC
                 AT END MOVE 'T' TO CONTA-EOF
                 NOT AT END
                    ADD 1 TO WS-LIDAS-CNT
                    PERFORM ANOTA-CONTA
              END-READ
           END-PERFORM.
           CLOSE CONTA-REC.

       ANOTA-CONTA.
           IF CONTA-STATUS = 'E'
              ADD 1 TO WS-ENCERR-CNT
           ELSE
              IF CONTA-NUM > 0
                 IF WS-QTD-TAR < 120000
                    ADD 1 TO WS-QTD-TAR
                    MOVE CONTA-NUM    TO TAR-CONTA(WS-QTD-TAR)
                    IF CONTA-AGENCIA NUMERIC
                       MOVE CONTA-AGENCIA TO TAR-AGENCIA(WS-QTD-TAR)
                    ELSE
                       MOVE ZERO          TO TAR-AGENCIA(WS-QTD-TAR)
                    END-IF
                    MOVE CONTA-STATUS TO TAR-STATUS(WS-QTD-TAR)
                    MOVE ZERO         TO TAR-SAQ-MES(WS-QTD-TAR)
                    MOVE ZERO         TO TAR-SAQ-DIA(WS-QTD-TAR)
                    MOVE ZERO         TO TAR-TRF-DIA(WS-QTD-TAR)
                    MOVE ZERO         TO TAR-DEV-DIA(WS-QTD-TAR)
                 ELSE
                    MOVE 'Y' TO WS-TAR-CHEIA
                 END-IF
              END-IF
           END-IF.

       PROCURA-CONTA.
           MOVE ZERO TO WS-POS-TAR.
           IF WS-QTD-TAR > 0 AND WS-CONTA-CHAVE > 0
              SEARCH ALL TAB-TAR
                 AT END CONTINUE
                 WHEN TAR-CONTA(NDX-TAR) = WS-CONTA-CHAVE
                    SET WS-POS-TAR TO NDX-TAR
              END-SEARCH
           END-IF.

      *    SAQUES JA POSTADOS NO MES, ANTES DA DATA DE EXECUCAO.
       OBSERVA-ARQUIVO.
           OPEN INPUT ARCH-IN.
           PERFORM UNTIL ARCH-EOF = 'T'
              READ ARCH-IN
                 AT END MOVE 'T' TO ARCH-EOF
                 NOT AT END PERFORM CLASSIFICA-ARQUIVADO
              END-READ
           END-PERFORM.
           CLOSE ARCH-IN.

       CLASSIFICA-ARQUIVADO.
           IF ARC-CONTA-NUM NUMERIC AND ARC-CONTA-NUM > 0
                 AND ARC-DATA NUMERIC
                 AND ARC-DATA >= WS-INICIO-MES
                 AND ARC-DATA < WT-DATE-NUM
                 AND ARC-STATUS = 'POSTED  '
                 AND ARC-CATEG = 'SQ'
              MOVE ARC-CONTA-NUM TO WS-CONTA-CHAVE
              PERFORM PROCURA-CONTA
              IF WS-POS-TAR > 0
                 ADD 1 TO TAR-SAQ-MES(WS-POS-TAR)
              END-IF
           END-IF.

      *    MOVIMENTO DO DIA. DEVOLUCAO DE TARIFA NAO GERA NOVA TARIFA.
      *    BLOCKRJ/EXPOSRJ TAMBEM MARCAM A PERNA DE CREDITO DO PAR
      *    RECUSADO; SO O DEBITO E DEVOLUCAO.
       OBSERVA-AUDITORIA.
           OPEN INPUT AUDIT-IN.
           PERFORM UNTIL AUD-EOF = 'T'
              READ AUDIT-IN
                 AT END MOVE 'T' TO AUD-EOF
                 NOT AT END PERFORM CLASSIFICA-AUDITORIA
              END-READ
           END-PERFORM.
           CLOSE AUDIT-IN.

       CLASSIFICA-AUDITORIA.
           IF AUD-CONTA-NUM NUMERIC AND AUD-CONTA-NUM > 0
              MOVE AUD-CONTA-NUM TO WS-CONTA-CHAVE
              PERFORM PROCURA-CONTA
              IF WS-POS-TAR > 0
                 EVALUATE AUD-STATUS
                    WHEN 'POSTED  '
                       IF AUD-CATEG = 'SQ'
                          ADD 1 TO TAR-SAQ-DIA(WS-POS-TAR)
                       END-IF
                    WHEN 'TRFDEB  '
                       ADD 1 TO TAR-TRF-DIA(WS-POS-TAR)
                    WHEN 'REJECTED'
                    WHEN 'JURREJ  '
                       IF AUD-CATEG NOT = 'TA'
                          ADD 1 TO TAR-DEV-DIA(WS-POS-TAR)
                       END-IF
                    WHEN 'BLOCKRJ '
                    WHEN 'EXPOSRJ '
                       MOVE AUD-VALOR TO WS-AUD-VALOR-N
                       IF AUD-CATEG NOT = 'TA' AND WS-AUD-VALOR-N < 0
                          ADD 1 TO TAR-DEV-DIA(WS-POS-TAR)
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

      *    CONTA DORMENTE NAO PAGA MENSALIDADE: O LANCAMENTO A
      *    REATIVARIA NO PAYUPD.
       CALCULA-TARIFAS.
           MOVE SPACE TO WS-COBROU.
           IF WS-FIM-MES = 'Y' AND TAR-STATUS(IX-TAR) NOT = 'D'
              COMPUTE IX-AGE = TAR-AGENCIA(IX-TAR) + 1
              IF MEN-DEFINIDA(IX-AGE) = 'Y'
                 MOVE MEN-VALOR(IX-AGE) TO WS-VALOR-TAR
              ELSE
                 MOVE PRM-MENS-PADRAO   TO WS-VALOR-TAR
              END-IF
              MOVE 1                 TO WS-QTDE-TAR
              MOVE 'TARIFA MENSAL  ' TO WS-DESCR-TAR
              PERFORM GERA-TARIFA
           END-IF.
           MOVE ZERO TO WS-EXCED-ANT.
           MOVE ZERO TO WS-EXCED-ATU.
           IF TAR-SAQ-MES(IX-TAR) > PRM-SAQ-ISENTOS
              COMPUTE WS-EXCED-ANT =
                 TAR-SAQ-MES(IX-TAR) - PRM-SAQ-ISENTOS
           END-IF.
           IF TAR-SAQ-MES(IX-TAR) + TAR-SAQ-DIA(IX-TAR)
                 > PRM-SAQ-ISENTOS
              COMPUTE WS-EXCED-ATU = TAR-SAQ-MES(IX-TAR)
                 + TAR-SAQ-DIA(IX-TAR) - PRM-SAQ-ISENTOS
           END-IF.
           COMPUTE WS-QTDE-TAR = WS-EXCED-ATU - WS-EXCED-ANT.
           COMPUTE WS-VALOR-TAR = WS-QTDE-TAR * PRM-TAR-SAQUE.
           MOVE 'TARIFA SAQUE   ' TO WS-DESCR-TAR.
           PERFORM GERA-TARIFA.
           MOVE TAR-TRF-DIA(IX-TAR) TO WS-QTDE-TAR.
           COMPUTE WS-VALOR-TAR = WS-QTDE-TAR * PRM-TAR-TRANSF.
           MOVE 'TARIFA TRANSF  ' TO WS-DESCR-TAR.
           PERFORM GERA-TARIFA.
           MOVE TAR-DEV-DIA(IX-TAR) TO WS-QTDE-TAR.
           COMPUTE WS-VALOR-TAR = WS-QTDE-TAR * PRM-TAR-DEVOL.
           MOVE 'TARIFA DEVOLUC ' TO WS-DESCR-TAR.
           PERFORM GERA-TARIFA.
           IF WS-COBROU = 'Y'
              ADD 1 TO WS-TARIFADAS-CNT
           END-IF.

      *    UM LANCAMENTO POR CONTA E TIPO DE TARIFA; A DESCRICAO
      *    DISTINGUE OS LANCAMENTOS NA CRITICA DE DUPLICADOS.
       GERA-TARIFA.
           IF WS-QTDE-TAR > 0 AND WS-VALOR-TAR > 0
              MOVE SPACES            TO ENT-FIELD
              MOVE TAR-CONTA(IX-TAR) TO ENT-CONTA-NUM
              COMPUTE ENT-VALOR = WS-VALOR-TAR * -1
              MOVE 'MV'              TO ENT-TIPO
              MOVE WS-DESCR-TAR      TO ENT-DADOS
              MOVE ZERO              TO ENT-RETRY
              MOVE ZERO              TO ENT-DATA-ENT
              MOVE 'TA'              TO ENT-CATEG
              WRITE ENT-FIELD
              ADD 1 TO WS-GERADAS-CNT
              COMPUTE WS-CENTS = FUNCTION ABS(ENT-VALOR) * 100
              COMPUTE WS-HASH-CENTS = FUNCTION MOD(
                 WS-HASH-CENTS + WS-CENTS, 10000000000)
              COMPUTE IX-AGE = TAR-AGENCIA(IX-TAR) + 1
              ADD 1            TO AGE-TARIFAS(IX-AGE)
              ADD WS-VALOR-TAR TO AGE-VALOR(IX-AGE)
              ADD WS-VALOR-TAR TO TOTAL-TARIFAS
              MOVE 'Y' TO WS-COBROU
              PERFORM ESCREVE-LINHA-TARIFA
           END-IF.

       GRAVA-HEADER.
           MOVE SPACES TO ENT-FIELD.
           MOVE ZERO   TO ENT-CONTA-NUM.
           MOVE ZERO   TO ENT-VALOR.
           MOVE 'HD'   TO ENT-TIPO.
           MOVE ZERO   TO ENT-RETRY.
           MOVE ZERO   TO ENT-DATA-ENT.
           WRITE ENT-FIELD.

       GRAVA-TRAILER.
           MOVE SPACES         TO ENT-FIELD.
           MOVE ZERO           TO ENT-CONTA-NUM.
           MOVE ZERO           TO ENT-VALOR.
           MOVE 'TR'           TO ENT-TIPO.
           MOVE WS-GERADAS-CNT TO TRL-QTDE.
           MOVE WS-HASH-CENTS  TO TRL-HASH-CENTS.
           MOVE WT-TRAILER-SAI TO ENT-DADOS.
           MOVE ZERO           TO ENT-RETRY.
           MOVE ZERO           TO ENT-DATA-ENT.
           WRITE ENT-FIELD.

       ESCREVE-LINHA-TARIFA.
           MOVE TAR-CONTA(IX-TAR)   TO DET-CONTA.
           MOVE TAR-AGENCIA(IX-TAR) TO DET-AGENCIA.
           MOVE WS-DESCR-TAR        TO DET-DESCRICAO.
           MOVE WS-QTDE-TAR         TO DET-QTDE.
           MOVE WS-VALOR-TAR        TO DET-VALOR.
           WRITE REL-LINHA FROM DET-TAR.

       ESCREVE-AGENCIAS.
           WRITE REL-LINHA FROM CAB-2-TAR.
           PERFORM VARYING IX-AGE FROM 1 BY 1 UNTIL IX-AGE > 1000
              IF AGE-TARIFAS(IX-AGE) > 0
                 COMPUTE DET-AGE-NUM = IX-AGE - 1
                 MOVE AGE-TARIFAS(IX-AGE) TO DET-AGE-QTDE
                 MOVE AGE-VALOR(IX-AGE)   TO DET-AGE-VALOR
                 WRITE REL-LINHA FROM DET-AGE
              END-IF
           END-PERFORM.

       ESCREVE-RESUMO.
           MOVE 'CONTAS LIDAS                ' TO RES-ROTULO.
           MOVE WS-LIDAS-CNT     TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-TAR.
           MOVE 'CONTAS ENCERRADAS IGNORADAS ' TO RES-ROTULO.
           MOVE WS-ENCERR-CNT    TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-TAR.
           MOVE 'CONTAS TARIFADAS            ' TO RES-ROTULO.
           MOVE WS-TARIFADAS-CNT TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-TAR.
           MOVE 'LANCAMENTOS DE TARIFA       ' TO RES-ROTULO.
           MOVE WS-GERADAS-CNT   TO RES-VALOR.
           MOVE TOTAL-TARIFAS    TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-TAR.
           MOVE 'PARAMETROS INVALIDOS        ' TO RES-ROTULO.
           MOVE WS-PRM-INVAL     TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-TAR.
