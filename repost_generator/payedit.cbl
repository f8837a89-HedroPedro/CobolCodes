           SELECT SORT-EDIT  ASSIGN TO "SRTWK03".
           SELECT TRANS-OUT  ASSIGN TO TRANFILE.
           SELECT ERROR-REC  ASSIGN TO EDITERR.
           SELECT OPTIONAL AUDIT-IN ASSIGN TO PAYAUDIT.
           SELECT OPTIONAL ARCH-IN ASSIGN TO ARCHFILE.
           SELECT OPTIONAL RUN-DATE-CTL ASSIGN TO RUNDATE.
       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-REC   RECORDING MODE F.
       01  ERROR-LINHA       PIC X(80).

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

       FD  RUN-DATE-CTL  RECORDING MODE F.
       01  RDC-RECORD        PIC X(8).

           05 BATCH-OK       PIC X VALUE SPACE.
           05 REG-INVALIDO   PIC X VALUE SPACE.
           05 WS-CICLO-ABERTO PIC X VALUE SPACE.
           05 AUD-EOF        PIC X VALUE SPACE.
           05 ARCH-EOF       PIC X VALUE SPACE.
           05 WS-EST-CHEIA   PIC X VALUE SPACE.
           05 WS-TEM-TRANSF  PIC X VALUE SPACE.
           05 WS-PASSADA     PIC X VALUE SPACE.

       01  WT-DATE.
           05 WT-ANO         PIC 9(4).
           05 WS-FORA-LOTE-CNT PIC 9(5) VALUE ZERO.
           05 WS-LOTE-DATA-CNT PIC 9(5) VALUE ZERO.
           05 WS-LOTE-HASH   PIC 9(10) VALUE ZERO.
           05 WS-EST-CNT     PIC 9(5)  VALUE ZERO.
           05 WS-CENTS       PIC 9(10) VALUE ZERO.

      *    UM ARQUIVO PODE TRAZER VARIOS LOTES HD/TR (DIGITADO,
              10 NP-CONTA    PIC 9(7).
              10 NP-SEQ      PIC 9(5).

      *    ESTORNOS ('ES') DO ARQUIVO, EM ORDEM DE CHAVE (CONTA,
      *    DATA E SEQUENCIA DO ORIGINAL), COMPLETADOS COM O QUE A
      *    AUDITORIA E O ARQUIVO MORTO DIZEM DO LANCAMENTO ORIGINAL
      *    E, EM TRANSFERENCIA, DA OUTRA PERNA DO PAR.
       01  WT-ESTORNOS.
           05 WS-QTD-EST     PIC 9(5) COMP VALUE ZERO.
           05 WS-POS-EST     PIC 9(5) COMP VALUE ZERO.
           05 WS-QTD-PRN     PIC 9(5) COMP VALUE ZERO.
           05 WS-POS-PRN     PIC 9(5) COMP VALUE ZERO.
           05 IX-EST         PIC 9(5) COMP.
           05 IX-MOVE        PIC 9(5) COMP.
           05 WS-AUD-VALOR-N PIC S9(7)V99 COMP-3.
           05 WS-CHAVE-EST.
              10 WS-CHV-CONTA    PIC 9(7).
              10 WS-CHV-DATA     PIC 9(8).
              10 WS-CHV-SEQ      PIC 9(6).
           05 WS-CHAVE-PRN.
              10 WS-CHP-CONTA    PIC 9(7).
              10 WS-CHP-DATA     PIC 9(8).
              10 WS-CHP-REF-CONTA PIC 9(7).
              10 WS-CHP-REF-DATA PIC 9(8).
              10 WS-CHP-REF-SEQ  PIC 9(6).

       01  WT-TAB-ESTORNOS.
           05 TAB-EST OCCURS 1 TO 10000 TIMES
                 DEPENDING ON WS-QTD-EST
                 ASCENDING KEY IS EST-CHAVE
                 INDEXED BY NDX-EST.
              10 EST-CHAVE.
                 15 EST-CONTA     PIC 9(7).
                 15 EST-DATA      PIC 9(8).
                 15 EST-SEQ       PIC 9(6).
              10 EST-ACHADO       PIC X.
              10 EST-STATUS       PIC X(8).
              10 EST-VALOR        PIC S9(7)V99 COMP-3.
              10 EST-CATEG        PIC X(2).
              10 EST-ESTORNADO    PIC X.
              10 EST-USADO        PIC X.
              10 EST-REF-CONTA    PIC 9(7).
              10 EST-REF-DATA     PIC 9(8).
              10 EST-REF-SEQ      PIC 9(6).
              10 EST-PRN-ACHADA   PIC X.
              10 EST-PRN-SEQ      PIC 9(6).
              10 EST-PRN-VALOR    PIC S9(7)V99 COMP-3.
              10 EST-PRN-CATEG    PIC X(2).

      *    CHAVE PELA QUAL A OUTRA PERNA DE CADA TRANSFERENCIA A
      *    ESTORNAR APARECE NA AUDITORIA.
       01  WT-TAB-PERNAS.
           05 TAB-PRN OCCURS 1 TO 10000 TIMES
                 DEPENDING ON WS-QTD-PRN
                 ASCENDING KEY IS PRN-CHAVE
                 INDEXED BY NDX-PRN.
              10 PRN-CHAVE.
                 15 PRN-CONTA     PIC 9(7).
                 15 PRN-DATA      PIC 9(8).
                 15 PRN-REF-CONTA PIC 9(7).
                 15 PRN-REF-DATA  PIC 9(8).
                 15 PRN-REF-SEQ   PIC 9(6).
              10 PRN-EST          PIC 9(5) COMP.

      *    REGISTRO DE AUDITORIA EM EXAME, VINDO DO PAYAUDIT OU DO
      *    ARQUIVO MORTO.
           COPY PAYAUD REPLACING AUDIT-FIELD   BY LID-FIELD
                                 AUD-CONTA-NUM BY LID-CONTA-NUM
                                 AUD-SALDO-ANT BY LID-SALDO-ANT
                                 AUD-VALOR     BY LID-VALOR
                                 AUD-SALDO-NOVO BY LID-SALDO-NOVO
                                 AUD-DATA      BY LID-DATA
                                 AUD-HORA      BY LID-HORA
                                 AUD-STATUS    BY LID-STATUS
                                 AUD-AGENCIA   BY LID-AGENCIA
                                 AUD-CATEG     BY LID-CATEG
                                 AUD-SEQ       BY LID-SEQ
                                 AUD-REF-CONTA BY LID-REF-CONTA
                                 AUD-REF-DATA  BY LID-REF-DATA
                                 AUD-REF-SEQ   BY LID-REF-SEQ.

           COPY TRANREC REPLACING TRANS-FIELD     BY WT-REG-REJ
                                  TRANS-CONTA-NUM BY REJ-CONTA-NUM
                                  TRANS-VALOR     BY REJ-VALOR
           PERFORM ABRE-CICLO.
           OPEN OUTPUT ERROR-REC.
           WRITE ERROR-LINHA FROM CAB-1-EDIT.
           PERFORM CARREGA-ESTORNOS.
           IF WS-QTD-EST > 0
              MOVE '1' TO WS-PASSADA
              PERFORM PESQUISA-AUDITORIA
              IF WS-TEM-TRANSF = 'Y'
                 PERFORM MONTA-TAB-PERNAS
                 MOVE '2' TO WS-PASSADA
                 PERFORM PESQUISA-AUDITORIA
              END-IF
           END-IF.
           SORT SORT-EDIT ON ASCENDING KEY EDT-IMAGEM EDT-SEQ
              INPUT PROCEDURE IS CRITICA-ENTRADA
              OUTPUT PROCEDURE IS GRAVA-SAIDA.
                 AND ENT-TIPO NOT = 'NS' AND ENT-TIPO NOT = 'NP'
                 AND ENT-TIPO NOT = 'LM' AND ENT-TIPO NOT = 'TF'
                 AND ENT-TIPO NOT = 'CL' AND ENT-TIPO NOT = 'RE'
                 AND ENT-TIPO NOT = 'AG' AND ENT-TIPO NOT = 'ES'
                 AND ENT-TIPO NOT = 'LQ'
              MOVE 'T' TO REG-INVALIDO
              MOVE 'TIPO INVALIDO' TO WS-MOTIVO
           END-IF.
              MOVE 'T' TO REG-INVALIDO
              MOVE 'DESTINO IGUAL A ORIGEM' TO WS-MOTIVO
           END-IF.
           IF REG-INVALIDO = SPACE AND ENT-TIPO = 'ES'
                 AND (ENT-DADOS(1:8) NOT NUMERIC
                      OR ENT-DADOS(9:6) NOT NUMERIC
                      OR ENT-DADOS(9:6) = '000000')
              MOVE 'T' TO REG-INVALIDO
              MOVE 'REFERENCIA DE ESTORNO INVALIDA' TO WS-MOTIVO
           END-IF.
           IF REG-INVALIDO = SPACE AND ENT-TIPO = 'EN'
                 AND ENT-DADOS(1:7) NOT = SPACES
                 AND (ENT-DADOS(1:7) NOT NUMERIC
                      OR ENT-DADOS(1:7) = '0000000'
                      OR ENT-DADOS(1:7) = ENT-CONTA-NUM)
              MOVE 'T' TO REG-INVALIDO
              MOVE 'CONTA DE LIQUIDACAO INVALIDA' TO WS-MOTIVO
           END-IF.
           IF REG-INVALIDO = SPACE AND ENT-TIPO = 'LQ'
                 AND (ENT-VALOR <= 0 OR ENT-DADOS(1:7) NOT NUMERIC)
              MOVE 'T' TO REG-INVALIDO
              MOVE 'CREDITO DE LIQUIDACAO INVALIDO' TO WS-MOTIVO
           END-IF.

       ESCREVE-ERRO-ENT.
           MOVE ENT-CONTA-NUM TO ERR-CONTA.
              IF SAI-OK(IX-SEQ) = 'Y'
                 MOVE SAI-IMAGEM(IX-SEQ) TO WT-REG-REJ
                 PERFORM CONFERE-ABERTURA
                 PERFORM CONFERE-ESTORNO
                 IF SAI-OK(IX-SEQ) = 'Y'
                    EVALUATE REJ-TIPO
                       WHEN 'TF'
                          PERFORM GERA-PERNAS-TRANSF
                       WHEN 'ES'
                          PERFORM GERA-ESTORNO
                       WHEN OTHER
                          WRITE TRANS-FIELD FROM SAI-IMAGEM(IX-SEQ)
                    END-EVALUATE
                    ADD 1 TO WS-VAL-CNT
                 END-IF
              END-IF
           MOVE REJ-CATEG       TO TRANS-CATEG.
           WRITE TRANS-FIELD.

      *    PRE-LEITURA DO ARQUIVO: CHAVES DOS ESTORNOS PEDIDOS.
       CARREGA-ESTORNOS.
           OPEN INPUT TRANS-ENT.
           PERFORM UNTIL ENT-EOF = 'T'
              READ TRANS-ENT
                 AT END MOVE 'T' TO ENT-EOF
                 NOT AT END
                    IF ENT-TIPO = 'ES' AND ENT-CONTA-NUM NUMERIC
                          AND ENT-DADOS(1:8) NUMERIC
                          AND ENT-DADOS(9:6) NUMERIC
                       MOVE ENT-CONTA-NUM  TO WS-CHV-CONTA
                       MOVE ENT-DADOS(1:8) TO WS-CHV-DATA
                       MOVE ENT-DADOS(9:6) TO WS-CHV-SEQ
                       PERFORM PROCURA-ESTORNO
                       IF WS-POS-EST = 0
                          PERFORM INSERE-ESTORNO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TRANS-ENT.
           MOVE SPACE TO ENT-EOF.

       PROCURA-ESTORNO.
           MOVE ZERO TO WS-POS-EST.
           IF WS-QTD-EST > 0
              SEARCH ALL TAB-EST
                 AT END CONTINUE
                 WHEN EST-CHAVE(NDX-EST) = WS-CHAVE-EST
                    SET WS-POS-EST TO NDX-EST
              END-SEARCH
           END-IF.

       INSERE-ESTORNO.
           IF WS-QTD-EST < 10000
              ADD 1 TO WS-QTD-EST
              MOVE WS-QTD-EST TO WS-POS-EST
              PERFORM UNTIL WS-POS-EST = 1
                    OR EST-CHAVE(WS-POS-EST - 1) < WS-CHAVE-EST
                 COMPUTE IX-MOVE = WS-POS-EST - 1
                 MOVE TAB-EST(IX-MOVE) TO TAB-EST(WS-POS-EST)
                 MOVE IX-MOVE TO WS-POS-EST
              END-PERFORM
              MOVE WS-CHAVE-EST TO EST-CHAVE(WS-POS-EST)
              MOVE SPACE  TO EST-ACHADO(WS-POS-EST)
              MOVE SPACES TO EST-STATUS(WS-POS-EST)
              MOVE ZERO   TO EST-VALOR(WS-POS-EST)
              MOVE SPACES TO EST-CATEG(WS-POS-EST)
              MOVE SPACE  TO EST-ESTORNADO(WS-POS-EST)
              MOVE SPACE  TO EST-USADO(WS-POS-EST)
              MOVE ZERO   TO EST-REF-CONTA(WS-POS-EST)
              MOVE ZERO   TO EST-REF-DATA(WS-POS-EST)
              MOVE ZERO   TO EST-REF-SEQ(WS-POS-EST)
              MOVE SPACE  TO EST-PRN-ACHADA(WS-POS-EST)
              MOVE ZERO   TO EST-PRN-SEQ(WS-POS-EST)
              MOVE ZERO   TO EST-PRN-VALOR(WS-POS-EST)
              MOVE SPACES TO EST-PRN-CATEG(WS-POS-EST)
           ELSE
              MOVE 'Y' TO WS-EST-CHEIA
              MOVE ZERO TO WS-POS-EST
           END-IF.

      *    PASSADA '1' LOCALIZA OS ORIGINAIS E OS ESTORNOS JA FEITOS;
      *    PASSADA '2' LOCALIZA A OUTRA PERNA DAS TRANSFERENCIAS.
       PESQUISA-AUDITORIA.
           MOVE SPACE TO AUD-EOF.
           OPEN INPUT AUDIT-IN.
           PERFORM UNTIL AUD-EOF = 'T'
              READ AUDIT-IN
                 AT END MOVE 'T' TO AUD-EOF
                 NOT AT END
                    MOVE AUDIT-FIELD TO LID-FIELD
                    PERFORM EXAMINA-LANCAMENTO
              END-READ
           END-PERFORM.
           CLOSE AUDIT-IN.
           MOVE SPACE TO ARCH-EOF.
           OPEN INPUT ARCH-IN.
           PERFORM UNTIL ARCH-EOF = 'T'
              READ ARCH-IN
                 AT END MOVE 'T' TO ARCH-EOF
                 NOT AT END
                    MOVE ARC-FIELD TO LID-FIELD
                    PERFORM EXAMINA-LANCAMENTO
              END-READ
           END-PERFORM.
           CLOSE ARCH-IN.

       EXAMINA-LANCAMENTO.
           IF LID-CONTA-NUM NUMERIC AND LID-DATA NUMERIC
                 AND LID-SEQ NUMERIC AND LID-REF-CONTA NUMERIC
                 AND LID-REF-DATA NUMERIC AND LID-REF-SEQ NUMERIC
              IF WS-PASSADA = '1'
                 PERFORM EXAMINA-ORIGINAL
              ELSE
                 PERFORM EXAMINA-PERNA
              END-IF
           END-IF.

       EXAMINA-ORIGINAL.
           MOVE LID-CONTA-NUM TO WS-CHV-CONTA.
           MOVE LID-DATA      TO WS-CHV-DATA.
           MOVE LID-SEQ       TO WS-CHV-SEQ.
           PERFORM PROCURA-ESTORNO.
           IF WS-POS-EST > 0
              MOVE 'Y'        TO EST-ACHADO(WS-POS-EST)
              MOVE LID-STATUS TO EST-STATUS(WS-POS-EST)
              MOVE LID-VALOR  TO WS-AUD-VALOR-N
              MOVE WS-AUD-VALOR-N TO EST-VALOR(WS-POS-EST)
              MOVE LID-CATEG  TO EST-CATEG(WS-POS-EST)
              MOVE LID-REF-CONTA TO EST-REF-CONTA(WS-POS-EST)
              MOVE LID-REF-DATA  TO EST-REF-DATA(WS-POS-EST)
              MOVE LID-REF-SEQ   TO EST-REF-SEQ(WS-POS-EST)
              IF LID-STATUS = 'TRFDEB  ' OR LID-STATUS = 'TRFCRED '
                 MOVE 'Y' TO WS-TEM-TRANSF
              END-IF
           END-IF.
           IF LID-STATUS = 'REVPOST ' OR LID-STATUS = 'REVTRF  '
              MOVE LID-REF-CONTA TO WS-CHV-CONTA
              MOVE LID-REF-DATA  TO WS-CHV-DATA
              MOVE LID-REF-SEQ   TO WS-CHV-SEQ
              PERFORM PROCURA-ESTORNO
              IF WS-POS-EST > 0
                 MOVE 'Y' TO EST-ESTORNADO(WS-POS-EST)
              END-IF
           END-IF.

      *    A OUTRA PERNA E A DA CONTRAPARTE, NO MESMO DIA, APONTANDO
      *    PARA A CONTA DO ORIGINAL COM O MESMO PAR.
       MONTA-TAB-PERNAS.
           PERFORM VARYING IX-EST FROM 1 BY 1
                 UNTIL IX-EST > WS-QTD-EST
              IF EST-ACHADO(IX-EST) = 'Y'
                    AND (EST-STATUS(IX-EST) = 'TRFDEB  '
                         OR EST-STATUS(IX-EST) = 'TRFCRED ')
                 MOVE EST-REF-CONTA(IX-EST) TO WS-CHP-CONTA
                 MOVE EST-DATA(IX-EST)      TO WS-CHP-DATA
                 MOVE EST-CONTA(IX-EST)     TO WS-CHP-REF-CONTA
                 MOVE EST-REF-DATA(IX-EST)  TO WS-CHP-REF-DATA
                 MOVE EST-REF-SEQ(IX-EST)   TO WS-CHP-REF-SEQ
                 PERFORM PROCURA-PERNA
                 IF WS-POS-PRN = 0
                    PERFORM INSERE-PERNA
                 END-IF
              END-IF
           END-PERFORM.

       PROCURA-PERNA.
           MOVE ZERO TO WS-POS-PRN.
           IF WS-QTD-PRN > 0
              SEARCH ALL TAB-PRN
                 AT END CONTINUE
                 WHEN PRN-CHAVE(NDX-PRN) = WS-CHAVE-PRN
                    SET WS-POS-PRN TO NDX-PRN
              END-SEARCH
           END-IF.

       INSERE-PERNA.
           ADD 1 TO WS-QTD-PRN.
           MOVE WS-QTD-PRN TO WS-POS-PRN.
           PERFORM UNTIL WS-POS-PRN = 1
                 OR PRN-CHAVE(WS-POS-PRN - 1) < WS-CHAVE-PRN
              COMPUTE IX-MOVE = WS-POS-PRN - 1
              MOVE TAB-PRN(IX-MOVE) TO TAB-PRN(WS-POS-PRN)
              MOVE IX-MOVE TO WS-POS-PRN
           END-PERFORM.
           MOVE WS-CHAVE-PRN TO PRN-CHAVE(WS-POS-PRN).
           MOVE IX-EST       TO PRN-EST(WS-POS-PRN).

       EXAMINA-PERNA.
           IF LID-STATUS = 'TRFDEB  ' OR LID-STATUS = 'TRFCRED '
              MOVE LID-CONTA-NUM TO WS-CHP-CONTA
              MOVE LID-DATA      TO WS-CHP-DATA
              MOVE LID-REF-CONTA TO WS-CHP-REF-CONTA
              MOVE LID-REF-DATA  TO WS-CHP-REF-DATA
              MOVE LID-REF-SEQ   TO WS-CHP-REF-SEQ
              PERFORM PROCURA-PERNA
              IF WS-POS-PRN > 0
                 MOVE PRN-EST(WS-POS-PRN) TO IX-EST
                 IF LID-STATUS NOT = EST-STATUS(IX-EST)
                    MOVE 'Y'        TO EST-PRN-ACHADA(IX-EST)
                    MOVE LID-SEQ    TO EST-PRN-SEQ(IX-EST)
                    MOVE LID-VALOR  TO WS-AUD-VALOR-N
                    MOVE WS-AUD-VALOR-N TO EST-PRN-VALOR(IX-EST)
                    MOVE LID-CATEG  TO EST-PRN-CATEG(IX-EST)
                 END-IF
              END-IF
           END-IF.

      *    SO SE ESTORNA LANCAMENTO POSTADO, UMA UNICA VEZ; O VALOR
      *    DIGITADO, SE HOUVER, DEVE SER O INVERSO DO ORIGINAL.
       CONFERE-ESTORNO.
           IF SAI-OK(IX-SEQ) = 'Y' AND REJ-TIPO = 'ES'
              MOVE REJ-CONTA-NUM  TO WS-CHV-CONTA
              MOVE REJ-DADOS(1:8) TO WS-CHV-DATA
              MOVE REJ-DADOS(9:6) TO WS-CHV-SEQ
              PERFORM PROCURA-ESTORNO
              MOVE SPACES TO WS-MOTIVO
              EVALUATE TRUE
                 WHEN WS-POS-EST = 0 AND WS-EST-CHEIA = 'Y'
                    MOVE 'EXCESSO DE ESTORNOS NO ARQUIVO' TO WS-MOTIVO
                 WHEN WS-POS-EST = 0
                    MOVE 'ORIGINAL NAO ENCONTRADO' TO WS-MOTIVO
                 WHEN EST-ACHADO(WS-POS-EST) NOT = 'Y'
                    MOVE 'ORIGINAL NAO ENCONTRADO' TO WS-MOTIVO
                 WHEN EST-STATUS(WS-POS-EST) NOT = 'POSTED  '
                       AND EST-STATUS(WS-POS-EST) NOT = 'JURPOST '
                       AND EST-STATUS(WS-POS-EST) NOT = 'TRFDEB  '
                       AND EST-STATUS(WS-POS-EST) NOT = 'TRFCRED '
                    MOVE 'ORIGINAL NAO ESTORNAVEL' TO WS-MOTIVO
                 WHEN EST-ESTORNADO(WS-POS-EST) = 'Y'
                    MOVE 'ORIGINAL JA ESTORNADO' TO WS-MOTIVO
                 WHEN EST-USADO(WS-POS-EST) = 'Y'
                    MOVE 'ESTORNO REPETIDO NO ARQUIVO' TO WS-MOTIVO
                 WHEN (EST-STATUS(WS-POS-EST) = 'TRFDEB  '
                       OR EST-STATUS(WS-POS-EST) = 'TRFCRED ')
                       AND EST-PRN-ACHADA(WS-POS-EST) NOT = 'Y'
                    MOVE 'OUTRA PERNA NAO ENCONTRADA' TO WS-MOTIVO
                 WHEN REJ-VALOR NOT = 0
                       AND REJ-VALOR NOT = EST-VALOR(WS-POS-EST) * -1
                    MOVE 'VALOR DIFERE DO ORIGINAL' TO WS-MOTIVO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF WS-MOTIVO NOT = SPACES
                 MOVE SPACE TO SAI-OK(IX-SEQ)
                 ADD 1 TO WS-ERR-CNT
                 MOVE REJ-CONTA-NUM TO ERR-CONTA
                 MOVE REJ-TIPO      TO ERR-TIPO
                 MOVE REJ-VALOR     TO ERR-VALOR
                 MOVE WS-MOTIVO     TO ERR-MOTIVO
                 WRITE ERROR-LINHA FROM DET-ERRO
              ELSE
                 PERFORM MARCA-ESTORNO-USADO
              END-IF
           END-IF.

      *    O ESTORNO DE UMA PERNA CONSOME TAMBEM O DA OUTRA.
       MARCA-ESTORNO-USADO.
           MOVE 'Y' TO EST-USADO(WS-POS-EST).
           ADD 1 TO WS-EST-CNT.
           IF EST-PRN-ACHADA(WS-POS-EST) = 'Y'
              MOVE WS-POS-EST TO IX-EST
              MOVE EST-REF-CONTA(IX-EST) TO WS-CHV-CONTA
              MOVE EST-DATA(IX-EST)      TO WS-CHV-DATA
              MOVE EST-PRN-SEQ(IX-EST)   TO WS-CHV-SEQ
              PERFORM PROCURA-ESTORNO
              IF WS-POS-EST > 0
                 MOVE 'Y' TO EST-USADO(WS-POS-EST)
              END-IF
              MOVE IX-EST TO WS-POS-EST
           END-IF.

      *    ESTORNO ACEITO: VALOR INVERSO E CATEGORIA DO ORIGINAL.
      *    DADOS 1:8 = DATA, 9:6 = SEQUENCIA DO ORIGINAL, 15:1 = 'M'
      *    MOVIMENTO OU 'D'/'C' PERNA DE TRANSFERENCIA; A PERNA 'D'
      *    E GRAVADA ANTES DA 'C' PARA O PAYUPD CASAR O PAR.
       GERA-ESTORNO.
           IF EST-STATUS(WS-POS-EST) = 'TRFDEB  '
              PERFORM GRAVA-ESTORNO-ORIGINAL
              PERFORM GRAVA-ESTORNO-PERNA
           ELSE
              IF EST-STATUS(WS-POS-EST) = 'TRFCRED '
                 PERFORM GRAVA-ESTORNO-PERNA
                 PERFORM GRAVA-ESTORNO-ORIGINAL
              ELSE
                 PERFORM GRAVA-ESTORNO-ORIGINAL
              END-IF
           END-IF.

       GRAVA-ESTORNO-ORIGINAL.
           MOVE SPACES                  TO TRANS-FIELD.
           MOVE EST-CONTA(WS-POS-EST)   TO TRANS-CONTA-NUM.
           COMPUTE TRANS-VALOR = EST-VALOR(WS-POS-EST) * -1.
           MOVE 'ES'                    TO TRANS-TIPO.
           MOVE EST-DATA(WS-POS-EST)    TO TRANS-DADOS(1:8).
           MOVE EST-SEQ(WS-POS-EST)     TO TRANS-DADOS(9:6).
           EVALUATE EST-STATUS(WS-POS-EST)
              WHEN 'TRFDEB  '
                 MOVE 'D'               TO TRANS-DADOS(15:1)
              WHEN 'TRFCRED '
                 MOVE 'C'               TO TRANS-DADOS(15:1)
              WHEN OTHER
                 MOVE 'M'               TO TRANS-DADOS(15:1)
           END-EVALUATE.
           MOVE ZERO                    TO TRANS-RETRY.
           MOVE ZERO                    TO TRANS-DATA-ENT.
           MOVE EST-CATEG(WS-POS-EST)   TO TRANS-CATEG.
           WRITE TRANS-FIELD.

       GRAVA-ESTORNO-PERNA.
           MOVE SPACES                  TO TRANS-FIELD.
           MOVE EST-REF-CONTA(WS-POS-EST) TO TRANS-CONTA-NUM.
           COMPUTE TRANS-VALOR = EST-PRN-VALOR(WS-POS-EST) * -1.
           MOVE 'ES'                    TO TRANS-TIPO.
           MOVE EST-DATA(WS-POS-EST)    TO TRANS-DADOS(1:8).
           MOVE EST-PRN-SEQ(WS-POS-EST) TO TRANS-DADOS(9:6).
           IF EST-STATUS(WS-POS-EST) = 'TRFDEB  '
              MOVE 'C'                  TO TRANS-DADOS(15:1)
           ELSE
              MOVE 'D'                  TO TRANS-DADOS(15:1)
           END-IF.
           MOVE ZERO                    TO TRANS-RETRY.
           MOVE ZERO                    TO TRANS-DATA-ENT.
           MOVE EST-PRN-CATEG(WS-POS-EST) TO TRANS-CATEG.
           WRITE TRANS-FIELD.

       ESCREVE-ERRO-DUP.
           MOVE REJ-CONTA-NUM TO ERR-CONTA.
           MOVE REJ-TIPO      TO ERR-TIPO.
           MOVE 'REGISTROS FORA DE LOTE      ' TO RES-ROTULO.
           MOVE WS-FORA-LOTE-CNT TO RES-VALOR.
           WRITE ERROR-LINHA FROM RES-LOTE.
           MOVE 'ESTORNOS ACEITOS            ' TO RES-ROTULO.
           MOVE WS-EST-CNT     TO RES-VALOR.
           WRITE ERROR-LINHA FROM RES-LOTE.
           MOVE 'LOTES LIDOS                 ' TO RES-ROTULO.
           MOVE WS-QTD-LOTES   TO RES-VALOR.
           WRITE ERROR-LINHA FROM RES-LOTE.
