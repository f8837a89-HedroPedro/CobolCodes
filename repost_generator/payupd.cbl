              FILE STATUS IS FS-RUNLOG.
           SELECT CATG-REL ASSIGN TO CATGREL
              FILE STATUS IS FS-CATGREL.
           SELECT LIQ-REC    ASSIGN TO LIQFILE
              FILE STATUS IS FS-LIQFILE.
           SELECT OPTIONAL CLI-REC ASSIGN TO CLIFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CLI-ID
              FILE STATUS IS FS-CLIFILE.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER.
                                   LIMITE      BY NEW-LIMITE
                                   CONTA-STATUS BY NEW-CONTA-STATUS
                                   CONTA-AGENCIA BY NEW-CONTA-AGENCIA
                                   CONTA-CLIENTE BY NEW-CONTA-CLIENTE
                                   CONTA-DATA-ENCERR
                                      BY NEW-CONTA-DATA-ENCERR.

       FD  AUDIT-REC   RECORDING MODE F.
           COPY PAYAUD.
       FD  CATG-REL    RECORDING MODE F.
       01  CATG-LINHA        PIC X(80).

       FD  LIQ-REC     RECORDING MODE F.
           COPY LIQREC.

       FD  CLI-REC.
           COPY CLIREC.

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 MASTER-EOF     PIC X VALUE SPACE.
           05 WS-CICLO-ABERTO PIC X VALUE SPACE.
           05 WS-MST-CHEIA   PIC X VALUE SPACE.
           05 WS-PAR-CHEIA   PIC X VALUE SPACE.
           05 WS-EST-CHEIA   PIC X VALUE SPACE.
           05 WS-CLX-CHEIA   PIC X VALUE SPACE.

       01  WT-FILE-STATUS.
           05 FS-CONTAREC    PIC X(2) VALUE '00'.
           05 FS-RUNDATE     PIC X(2) VALUE '00'.
           05 FS-RUNLOG      PIC X(2) VALUE '00'.
           05 FS-CATGREL     PIC X(2) VALUE '00'.
           05 FS-LIQFILE     PIC X(2) VALUE '00'.
           05 FS-CLIFILE     PIC X(2) VALUE '00'.

       01  WT-FALHA.
           05 WS-FS-ARQUIVO  PIC X(8) VALUE SPACES.

       01  WT-NOVO-SALDO     PIC S9(9)V99 COMP-3.

       01  WT-LIQUIDACAO.
           05 WS-LIQ-AJUSTE  PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-LIQ-DESTINO PIC 9(7) VALUE ZERO.

      *    SEQUENCIA DA AUDITORIA NO CICLO E REFERENCIA DO PROXIMO
      *    REGISTRO (ZERADA APOS CADA GRAVACAO).
       01  WT-AUDITORIA.
           05 WS-AUD-SEQ     PIC 9(6) VALUE ZERO.
           05 WS-REF-CONTA   PIC 9(7) VALUE ZERO.
           05 WS-REF-DATA    PIC 9(8) VALUE ZERO.
           05 WS-REF-SEQ     PIC 9(6) VALUE ZERO.

       01  WT-DATE.
           05 WT-ANO         PIC 9(4).
           05 WT-MES         PIC 9(2).
                                   LIMITE      BY ATU-LIMITE
                                   CONTA-STATUS BY ATU-CONTA-STATUS
                                   CONTA-AGENCIA BY ATU-CONTA-AGENCIA
                                   CONTA-CLIENTE BY ATU-CONTA-CLIENTE
                                   CONTA-DATA-ENCERR
                                      BY ATU-CONTA-DATA-ENCERR.

       01  WT-MERGE.
           05 WS-CONTA-ATIVA PIC X    VALUE SPACE.
      *    A DATA DE ENTRADA FAZ PARTE DA CHAVE: PERNAS RECICLADAS
      *    PELO PAYRECYC CARREGAM A SEQUENCIA ORIGINAL E COLIDIRIAM
      *    COM PARES NOVOS DO MESMO DIA.
      *    PAR-VERD: 'Y' = APLICA, 'N' = SUSPENSO (TRFSUSP),
      *    'B' = ORIGEM BLOQUEADA (BLOCKRJ), 'X' = TETO (EXPOSRJ).
       01  WT-TAB-PARES.
           05 TAB-PAR OCCURS 120000 TIMES.
              10 PAR-ORIGEM   PIC 9(7).
              10 PAR-DATA-ENT PIC 9(8).
              10 PAR-VERD     PIC X.

      *    ESTORNO DE TRANSFERENCIA: AS DUAS PERNAS CHEGAM EM
      *    SEQUENCIA NO TRANFILE (PAYEDIT GRAVA 'D' E DEPOIS 'C') E
      *    RECEBEM O MESMO VEREDITO NA PRE-LEITURA.
       01  WT-ESTORNO.
           05 WS-EST-CONTA   PIC 9(7) VALUE ZERO.
           05 WS-EST-DATA    PIC 9(8) VALUE ZERO.
           05 WS-EST-SEQ     PIC 9(6) VALUE ZERO.
           05 WS-EST-VERD    PIC X    VALUE SPACE.
           05 WS-EST-ACHADO  PIC X    VALUE SPACE.
           05 WS-EST-PEND    PIC X    VALUE SPACE.
           05 WS-PEN-CONTA   PIC 9(7) VALUE ZERO.
           05 WS-PEN-DATA    PIC 9(8) VALUE ZERO.
           05 WS-PEN-SEQ     PIC 9(6) VALUE ZERO.
           05 WS-QTD-EST     PIC 9(7) COMP VALUE ZERO.
           05 IX-EST         PIC 9(7) COMP.

       01  WT-TAB-ESTORNOS.
           05 TAB-EST OCCURS 20000 TIMES.
              10 EST-CONTA    PIC 9(7).
              10 EST-DATA     PIC 9(8).
              10 EST-SEQ      PIC 9(6).
              10 EST-VERD     PIC X.

       01  WT-MASTER-CARGA.
           05 WS-QTD-MST     PIC 9(7) COMP VALUE ZERO.
           05 WS-POS-ORIG    PIC 9(7) COMP VALUE ZERO.
              10 MST-STATUS    PIC X.
              10 MST-SALDO-PRJ PIC S9(9)V99 COMP-3.
              10 MST-LIMITE    PIC S9(9)V99 COMP-3.
              10 MST-CLIENTE   PIC 9(6).

      *    EXPOSICAO POR CLIENTE: SOMA DO SALDO DEVEDOR DE TODAS AS
      *    CONTAS VINCULADAS, LIMITADA PELO TETO DO CADASTRO
      *    (CLI-LIMITE-EXPOS; ZERO = SEM TETO). CLX-USO ACOMPANHA O
      *    MATCH-MERGE E CLX-USO-PRJ A PRE-AVALIACAO DOS PARES.
       01  WT-EXPOSICAO.
           05 WS-QTD-CLX     PIC 9(7) COMP VALUE ZERO.
           05 WS-POS-CLX     PIC 9(7) COMP VALUE ZERO.
           05 IX-CLX         PIC 9(7) COMP.
           05 IX-CLX-MOVE    PIC 9(7) COMP.
           05 WS-CLI-CHAVE   PIC 9(6) VALUE ZERO.
           05 WS-CLI-INICIAL PIC 9(6) VALUE ZERO.
           05 WS-USO-INICIAL PIC S9(9)V99  COMP-3 VALUE ZERO.
           05 WS-SALDO-USO   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05 WS-USO-CALC    PIC S9(9)V99  COMP-3 VALUE ZERO.
           05 WS-USO-ANTES   PIC S9(9)V99  COMP-3 VALUE ZERO.
           05 WS-USO-DEPOIS  PIC S9(9)V99  COMP-3 VALUE ZERO.
           05 WS-DELTA-ORIG  PIC S9(9)V99  COMP-3 VALUE ZERO.
           05 WS-DELTA-DEST  PIC S9(9)V99  COMP-3 VALUE ZERO.
           05 WS-USO-NOVO    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-EXPOS-OK    PIC X    VALUE SPACE.

       01  WT-TAB-CLIENTES.
           05 TAB-CLX OCCURS 1 TO 120000 TIMES
                 DEPENDING ON WS-QTD-CLX
                 ASCENDING KEY IS CLX-CLIENTE
                 INDEXED BY NDX-CLX.
              10 CLX-CLIENTE   PIC 9(6).
              10 CLX-TETO      PIC S9(9)V99  COMP-3.
              10 CLX-USO       PIC S9(11)V99 COMP-3.
              10 CLX-USO-PRJ   PIC S9(11)V99 COMP-3.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           MOVE WT-DATE-NUM TO WT-DATA.
           PERFORM ABRE-CICLO.
           PERFORM CARREGA-STATUS-MASTER.
           PERFORM CARREGA-TETOS.
           PERFORM VALIDA-ARQ-ENTRADA.
           IF WS-MST-CHEIA = 'Y' OR WS-PAR-CHEIA = 'Y'
                 OR WS-EST-CHEIA = 'Y' OR WS-CLX-CHEIA = 'Y'
              DISPLAY 'PAYUPD - TABELAS DE PRE-AVALIACAO ESGOTADAS'
              MOVE 8 TO RETURN-CODE
              PERFORM FECHA-CICLO
           OPEN OUTPUT AUDIT-REC
           OPEN OUTPUT SUSP-REC
           OPEN OUTPUT CATG-REL
           OPEN OUTPUT LIQ-REC
           OPEN EXTEND HIST-REC.
           MOVE 'DP' TO CAT-CODIGO(1).
           MOVE 'SQ' TO CAT-CODIGO(2).
              ELSE
                 MOVE 'N' TO WS-CONTA-ATIVA
              END-IF
              PERFORM INICIA-EXPOSICAO-CONTA
              PERFORM UNTIL TRANS-EOF = 'T'
                    OR TRANS-CONTA-NUM NOT = WS-CHAVE-ATUAL
                 PERFORM TRATA-TRANSACAO
                 PERFORM LER-TRANS
              END-PERFORM
              IF WS-CONTA-ATIVA = 'Y'
                 PERFORM VERIFICA-DESBLOQUEIO
                 PERFORM FECHA-EXPOSICAO-CONTA
                 WRITE NEW-FIELD FROM WT-CONTA-ATUAL
                 ADD 1 TO WS-NEW-CNT
                 PERFORM GRAVA-HISTORICO
           CLOSE AUDIT-REC.
           CLOSE SUSP-REC.
           CLOSE HIST-REC.
           CLOSE LIQ-REC.
           PERFORM ESCREVE-RESUMO-CATEG.
           CLOSE CATG-REL.
           MOVE 'NORMAL      ' TO LOG-COND.
                       WHEN 'RE'
                          MOVE 'A' TO WS-STATUS-PRE
                          PERFORM ATUALIZA-STATUS-PRE
                       WHEN 'ES'
                          PERFORM AVALIA-PAR-ESTORNO
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE TRANS-REC.
           IF WS-EST-PEND = 'Y'
              PERFORM ANOTA-PERNA-PENDENTE
           END-IF.

       CARREGA-STATUS-MASTER.
           OPEN INPUT OLD-MASTER.
                          MOVE SALDO
                             TO MST-SALDO-PRJ(WS-QTD-MST)
                          MOVE LIMITE       TO MST-LIMITE(WS-QTD-MST)
                          MOVE ZERO TO MST-CLIENTE(WS-QTD-MST)
                          IF CONTA-CLIENTE NUMERIC
                                AND CONTA-CLIENTE > 0
                             MOVE CONTA-CLIENTE
                                TO MST-CLIENTE(WS-QTD-MST)
                             PERFORM ACUMULA-USO-CLIENTE
                          END-IF
                       ELSE
                          MOVE 'Y' TO WS-MST-CHEIA
                       END-IF
           CLOSE OLD-MASTER.
           MOVE SPACE TO MASTER-EOF.

       ACUMULA-USO-CLIENTE.
           MOVE CONTA-CLIENTE TO WS-CLI-CHAVE.
           PERFORM LOCALIZA-OU-INSERE-CLX.
           IF WS-POS-CLX > 0
              MOVE SALDO TO WS-SALDO-USO
              PERFORM CALCULA-USO
              ADD WS-USO-CALC TO CLX-USO(WS-POS-CLX)
              ADD WS-USO-CALC TO CLX-USO-PRJ(WS-POS-CLX)
           END-IF.

      *    USO DE UMA CONTA: O QUANTO O SALDO ESTA DEVEDOR.
       CALCULA-USO.
           IF WS-SALDO-USO < 0
              COMPUTE WS-USO-CALC = WS-SALDO-USO * -1
           ELSE
              MOVE ZERO TO WS-USO-CALC
           END-IF.

       LOCALIZA-OU-INSERE-CLX.
           PERFORM PROCURA-CLX.
           IF WS-POS-CLX = 0 AND WS-CLI-CHAVE > 0
              IF WS-QTD-CLX < 120000
                 PERFORM INSERE-CLX
              ELSE
                 MOVE 'Y' TO WS-CLX-CHEIA
              END-IF
           END-IF.

       INSERE-CLX.
           ADD 1 TO WS-QTD-CLX.
           MOVE WS-QTD-CLX TO WS-POS-CLX.
           PERFORM UNTIL WS-POS-CLX = 1
                 OR CLX-CLIENTE(WS-POS-CLX - 1) < WS-CLI-CHAVE
              COMPUTE IX-CLX-MOVE = WS-POS-CLX - 1
              MOVE TAB-CLX(IX-CLX-MOVE) TO TAB-CLX(WS-POS-CLX)
              MOVE IX-CLX-MOVE TO WS-POS-CLX
           END-PERFORM.
           MOVE WS-CLI-CHAVE TO CLX-CLIENTE(WS-POS-CLX).
           MOVE ZERO TO CLX-TETO(WS-POS-CLX).
           MOVE ZERO TO CLX-USO(WS-POS-CLX).
           MOVE ZERO TO CLX-USO-PRJ(WS-POS-CLX).

       PROCURA-CLX.
           MOVE ZERO TO WS-POS-CLX.
           IF WS-QTD-CLX > 0 AND WS-CLI-CHAVE > 0
              SEARCH ALL TAB-CLX
                 AT END CONTINUE
                 WHEN CLX-CLIENTE(NDX-CLX) = WS-CLI-CHAVE
                    SET WS-POS-CLX TO NDX-CLX
              END-SEARCH
           END-IF.

      *    CLIENTE EXCLUIDO, AUSENTE DO CADASTRO OU SEM TETO NAO TEM
      *    A EXPOSICAO LIMITADA.
       CARREGA-TETOS.
           IF WS-QTD-CLX > 0
              OPEN INPUT CLI-REC
              PERFORM VARYING IX-CLX FROM 1 BY 1
                    UNTIL IX-CLX > WS-QTD-CLX
                 MOVE CLX-CLIENTE(IX-CLX) TO CLI-ID
                 READ CLI-REC
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF CLI-STATUS NOT = 'E'
                             AND CLI-LIMITE-EXPOS NUMERIC
                             AND CLI-LIMITE-EXPOS > 0
                          MOVE CLI-LIMITE-EXPOS TO CLX-TETO(IX-CLX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLI-REC
           END-IF.

      *    ENCERRAMENTOS E REATIVACOES DO PROPRIO CICLO ENTRAM NO
      *    RETRATO USADO PELO VEREDITO DOS PARES.
       ATUALIZA-STATUS-PRE.
           MOVE 'N' TO WS-PAR-VERD.
           PERFORM PROCURA-MST-ORIGEM.
           PERFORM PROCURA-MST-DESTINO.
           IF WS-POS-ORIG > 0 AND MST-STATUS(WS-POS-ORIG) = 'B'
              MOVE 'B' TO WS-PAR-VERD
           ELSE
              IF WS-POS-ORIG > 0 AND WS-POS-DEST > 0
                    AND RAW-TRANS-VALOR NUMERIC
                    AND MST-STATUS(WS-POS-ORIG) NOT = 'E'
                    AND MST-STATUS(WS-POS-DEST) NOT = 'E'
                    AND (MST-SALDO-PRJ(WS-POS-ORIG) + RAW-TRANS-VALOR)
                        >= (MST-LIMITE(WS-POS-ORIG) * -1)
                 MOVE 'Y' TO WS-PAR-VERD
                 PERFORM CONFERE-EXPOSICAO-PAR
                 IF WS-PAR-VERD = 'Y'
                    ADD RAW-TRANS-VALOR
                       TO MST-SALDO-PRJ(WS-POS-ORIG)
                    SUBTRACT RAW-TRANS-VALOR
                       FROM MST-SALDO-PRJ(WS-POS-DEST)
                 END-IF
              END-IF
           END-IF.
           IF WS-QTD-PARES < 120000
              ADD 1 TO WS-QTD-PARES
              MOVE 'Y' TO WS-PAR-CHEIA
           END-IF.

      *    PERNA 'D' AGUARDA A 'C' SEGUINTE; PERNA SEM PAR E
      *    RECUSADA. O PAR SO E ESTORNADO SE AS DUAS CONTAS EXISTEM
      *    E NAO ESTAO ENCERRADAS.
       AVALIA-PAR-ESTORNO.
           MOVE RAW-TRANS-CONTA-NUM TO WS-EST-CONTA.
           IF RAW-TRANS-DADOS(1:8) NUMERIC
              MOVE RAW-TRANS-DADOS(1:8) TO WS-EST-DATA
           ELSE
              MOVE ZERO                 TO WS-EST-DATA
           END-IF.
           IF RAW-TRANS-DADOS(9:6) NUMERIC
              MOVE RAW-TRANS-DADOS(9:6) TO WS-EST-SEQ
           ELSE
              MOVE ZERO                 TO WS-EST-SEQ
           END-IF.
           EVALUATE RAW-TRANS-DADOS(15:1)
              WHEN 'D'
                 IF WS-EST-PEND = 'Y'
                    PERFORM ANOTA-PERNA-PENDENTE
                 END-IF
                 MOVE WS-EST-CONTA TO WS-PEN-CONTA
                 MOVE WS-EST-DATA  TO WS-PEN-DATA
                 MOVE WS-EST-SEQ   TO WS-PEN-SEQ
                 MOVE 'Y'          TO WS-EST-PEND
              WHEN 'C'
                 IF WS-EST-PEND = 'Y'
                    MOVE 'N' TO WS-EST-VERD
                    MOVE WS-PEN-CONTA TO WS-TRF-ORIGEM
                    MOVE WS-EST-CONTA TO WS-TRF-DESTINO
                    PERFORM PROCURA-MST-ORIGEM
                    PERFORM PROCURA-MST-DESTINO
                    IF WS-POS-ORIG > 0 AND WS-POS-DEST > 0
                          AND MST-STATUS(WS-POS-ORIG) NOT = 'E'
                          AND MST-STATUS(WS-POS-DEST) NOT = 'E'
                       MOVE 'Y' TO WS-EST-VERD
                    END-IF
                    PERFORM ANOTA-PERNA-ESTORNO
                    MOVE WS-PEN-CONTA TO WS-EST-CONTA
                    MOVE WS-PEN-DATA  TO WS-EST-DATA
                    MOVE WS-PEN-SEQ   TO WS-EST-SEQ
                    PERFORM ANOTA-PERNA-ESTORNO
                    MOVE SPACE TO WS-EST-PEND
                 ELSE
                    MOVE 'N' TO WS-EST-VERD
                    PERFORM ANOTA-PERNA-ESTORNO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    O DEBITO DO PAR NAO PODE LEVAR O CLIENTE DA ORIGEM ALEM DO
      *    TETO; ENTRE CONTAS DO MESMO CLIENTE VALE O EFEITO LIQUIDO.
      *    PAR RECUSADO PELO TETO RECEBE O VEREDITO 'X'.
       CONFERE-EXPOSICAO-PAR.
           MOVE MST-SALDO-PRJ(WS-POS-ORIG) TO WS-SALDO-USO.
           PERFORM CALCULA-USO.
           MOVE WS-USO-CALC TO WS-USO-ANTES.
           COMPUTE WS-SALDO-USO =
              MST-SALDO-PRJ(WS-POS-ORIG) + RAW-TRANS-VALOR.
           PERFORM CALCULA-USO.
           COMPUTE WS-DELTA-ORIG = WS-USO-CALC - WS-USO-ANTES.
           MOVE MST-SALDO-PRJ(WS-POS-DEST) TO WS-SALDO-USO.
           PERFORM CALCULA-USO.
           MOVE WS-USO-CALC TO WS-USO-ANTES.
           COMPUTE WS-SALDO-USO =
              MST-SALDO-PRJ(WS-POS-DEST) - RAW-TRANS-VALOR.
           PERFORM CALCULA-USO.
           COMPUTE WS-DELTA-DEST = WS-USO-CALC - WS-USO-ANTES.
           MOVE MST-CLIENTE(WS-POS-ORIG) TO WS-CLI-CHAVE.
           PERFORM PROCURA-CLX.
           IF WS-POS-CLX > 0
              COMPUTE WS-USO-NOVO =
                 CLX-USO-PRJ(WS-POS-CLX) + WS-DELTA-ORIG
              IF MST-CLIENTE(WS-POS-DEST) = MST-CLIENTE(WS-POS-ORIG)
                 ADD WS-DELTA-DEST TO WS-USO-NOVO
              END-IF
              IF CLX-TETO(WS-POS-CLX) > 0
                    AND WS-USO-NOVO > CLX-USO-PRJ(WS-POS-CLX)
                    AND WS-USO-NOVO > CLX-TETO(WS-POS-CLX)
                 MOVE 'X' TO WS-PAR-VERD
              ELSE
                 ADD WS-DELTA-ORIG TO CLX-USO-PRJ(WS-POS-CLX)
              END-IF
           END-IF.
           IF WS-PAR-VERD = 'Y'
              MOVE MST-CLIENTE(WS-POS-DEST) TO WS-CLI-CHAVE
              PERFORM PROCURA-CLX
              IF WS-POS-CLX > 0
                 ADD WS-DELTA-DEST TO CLX-USO-PRJ(WS-POS-CLX)
              END-IF
           END-IF.

       ANOTA-PERNA-PENDENTE.
           MOVE WS-PEN-CONTA TO WS-EST-CONTA.
           MOVE WS-PEN-DATA  TO WS-EST-DATA.
           MOVE WS-PEN-SEQ   TO WS-EST-SEQ.
           MOVE 'N'          TO WS-EST-VERD.
           PERFORM ANOTA-PERNA-ESTORNO.
           MOVE SPACE        TO WS-EST-PEND.

       ANOTA-PERNA-ESTORNO.
           IF WS-QTD-EST < 20000
              ADD 1 TO WS-QTD-EST
              MOVE WS-EST-CONTA TO EST-CONTA(WS-QTD-EST)
              MOVE WS-EST-DATA  TO EST-DATA(WS-QTD-EST)
              MOVE WS-EST-SEQ   TO EST-SEQ(WS-QTD-EST)
              MOVE WS-EST-VERD  TO EST-VERD(WS-QTD-EST)
           ELSE
              MOVE 'Y' TO WS-EST-CHEIA
           END-IF.

       PROCURA-MST-ORIGEM.
           MOVE ZERO TO WS-POS-ORIG.
           IF WS-QTD-MST > 0 AND WS-TRF-ORIGEM > 0
              WHEN SPACES
              WHEN 'MV'
              WHEN 'JR'
              WHEN 'LQ'
                 PERFORM TRATA-MOVIMENTO
              WHEN 'AB'
                 PERFORM ABRE-CONTA
                 PERFORM REATIVA-CONTA
              WHEN 'AG'
                 PERFORM ALTERA-AGENCIA
              WHEN 'ES'
                 PERFORM TRATA-ESTORNO
              WHEN OTHER
                 PERFORM REGISTRA-TIPO-INVALIDO
           END-EVALUATE.
           PERFORM GRAVA-AUDITORIA.
           MOVE 'A' TO ATU-CONTA-STATUS.

      *    O USO DA CONTA NA ENTRADA DO MATCH-MERGE JA ESTA SOMADO
      *    NO CLX-USO; AO GRAVAR A CONTA ELE E TROCADO PELO USO FINAL.
       INICIA-EXPOSICAO-CONTA.
           MOVE ZERO TO WS-CLI-INICIAL.
           MOVE ZERO TO WS-USO-INICIAL.
           IF WS-CONTA-ATIVA = 'Y' AND ATU-CONTA-CLIENTE NUMERIC
              MOVE ATU-CONTA-CLIENTE TO WS-CLI-INICIAL
              MOVE ATU-SALDO TO WS-SALDO-USO
              PERFORM CALCULA-USO
              MOVE WS-USO-CALC TO WS-USO-INICIAL
           END-IF.

       FECHA-EXPOSICAO-CONTA.
           MOVE WS-CLI-INICIAL TO WS-CLI-CHAVE.
           PERFORM PROCURA-CLX.
           IF WS-POS-CLX > 0
              SUBTRACT WS-USO-INICIAL FROM CLX-USO(WS-POS-CLX)
           END-IF.
           IF ATU-CONTA-CLIENTE NUMERIC
              MOVE ATU-CONTA-CLIENTE TO WS-CLI-CHAVE
              PERFORM PROCURA-CLX
              IF WS-POS-CLX > 0
                 MOVE ATU-SALDO TO WS-SALDO-USO
                 PERFORM CALCULA-USO
                 ADD WS-USO-CALC TO CLX-USO(WS-POS-CLX)
              END-IF
           END-IF.

       ABRE-CONTA.
           IF WS-CONTA-ATIVA = 'Y'
              MOVE ATU-SALDO       TO AUD-SALDO-ANT
              MOVE 'A'             TO ATU-CONTA-STATUS
              MOVE ZERO            TO ATU-CONTA-AGENCIA
              MOVE ZERO            TO ATU-CONTA-CLIENTE
              MOVE ZERO            TO ATU-CONTA-DATA-ENCERR
              MOVE 'Y'             TO WS-CONTA-ATIVA
              MOVE ZERO            TO AUD-SALDO-ANT
              MOVE TRANS-VALOR     TO AUD-VALOR
              PERFORM GRAVA-AUDITORIA
           END-IF.

      *    O ENCERRAMENTO SO SE CONCLUI COM SALDO ZERO: O SALDO QUE
      *    RESTAR E LIQUIDADO ANTES. A DATA DO PRIMEIRO ENCERRAMENTO
      *    E MANTIDA EM NOVO 'EN' DE CONTA JA ENCERRADA.
       ENCERRA-CONTA.
           IF WS-CONTA-ATIVA NOT = 'Y'
              PERFORM REGISTRA-NOACCT
           ELSE
              IF ATU-SALDO NOT = 0
                 PERFORM LIQUIDA-SALDO
              END-IF
              IF ATU-CONTA-STATUS NOT = 'E'
                    OR ATU-CONTA-DATA-ENCERR NOT NUMERIC
                    OR ATU-CONTA-DATA-ENCERR = 0
                 MOVE WT-DATA  TO ATU-CONTA-DATA-ENCERR
              END-IF
              MOVE 'E'         TO ATU-CONTA-STATUS
              MOVE ATU-SALDO   TO AUD-SALDO-ANT
              MOVE ZERO        TO AUD-VALOR
              PERFORM GRAVA-AUDITORIA
           END-IF.

      *    SALDO CREDOR VAI PARA A CONTA INDICADA NO 'EN' (DADOS 1:7)
      *    SE ELA EXISTE E NAO ESTA ENCERRADA; SENAO, PARA PAGAMENTO
      *    PELA TESOURARIA. SALDO DEVEDOR E BAIXADO PARA PREJUIZO. O
      *    AJUSTE E AUDITADO COMO EVENTO DO ENCERRAMENTO E O PAYLIQ
      *    TRATA O REGISTRO DO LIQFILE.
       LIQUIDA-SALDO.
           MOVE SPACES          TO LIQ-FIELD.
           MOVE ATU-CONTA-NUM   TO LIQ-CONTA.
           MOVE WT-DATA         TO LIQ-DATA.
           IF ATU-CONTA-CLIENTE NUMERIC
              MOVE ATU-CONTA-CLIENTE TO LIQ-CLIENTE
           ELSE
              MOVE ZERO              TO LIQ-CLIENTE
           END-IF.
           IF ATU-CONTA-AGENCIA NUMERIC
              MOVE ATU-CONTA-AGENCIA TO LIQ-AGENCIA
           ELSE
              MOVE ZERO              TO LIQ-AGENCIA
           END-IF.
           MOVE ATU-SOBRENOME   TO LIQ-SOBRENOME.
           MOVE ATU-PRIM-NOME   TO LIQ-PRIM-NOME.
           MOVE ZERO            TO LIQ-DESTINO.
           IF ATU-SALDO > 0
              MOVE ATU-SALDO    TO LIQ-VALOR
              PERFORM VERIFICA-CONTA-INDICADA
              IF WS-LIQ-DESTINO > 0
                 MOVE 'T'            TO LIQ-TIPO
                 MOVE 'LIQTRANS'     TO AUD-STATUS
                 MOVE WS-LIQ-DESTINO TO WS-REF-CONTA
              ELSE
                 MOVE 'P'            TO LIQ-TIPO
                 MOVE 'LIQPAGTO'     TO AUD-STATUS
              END-IF
           ELSE
              COMPUTE LIQ-VALOR = ATU-SALDO * -1
              MOVE 'B'          TO LIQ-TIPO
              MOVE 'LIQBAIXA'   TO AUD-STATUS
           END-IF.
           COMPUTE WS-LIQ-AJUSTE = ATU-SALDO * -1.
           MOVE ATU-SALDO       TO AUD-SALDO-ANT.
           MOVE WS-LIQ-AJUSTE   TO AUD-VALOR.
           MOVE ZERO            TO ATU-SALDO.
           MOVE ZERO            TO AUD-SALDO-NOVO.
           ADD 1 TO WS-POST-CNT.
           PERFORM GRAVA-AUDITORIA.
           WRITE LIQ-FIELD.

       VERIFICA-CONTA-INDICADA.
           MOVE ZERO TO WS-LIQ-DESTINO.
           IF TRANS-DADOS(1:7) NUMERIC
                 AND TRANS-DADOS(1:7) NOT = ZEROS
              MOVE TRANS-DADOS(1:7) TO LIQ-DESTINO
              MOVE TRANS-DADOS(1:7) TO WS-TRF-DESTINO
              PERFORM PROCURA-MST-DESTINO
              IF WS-POS-DEST > 0
                    AND WS-TRF-DESTINO NOT = ATU-CONTA-NUM
                    AND MST-STATUS(WS-POS-DEST) NOT = 'E'
                 MOVE WS-TRF-DESTINO TO WS-LIQ-DESTINO
              END-IF
           END-IF.

       ALTERA-NOME.
           IF WS-CONTA-ATIVA NOT = 'Y'
              PERFORM REGISTRA-NOACCT
              PERFORM REGISTRA-NOACCT
           ELSE
              MOVE 'A'         TO ATU-CONTA-STATUS
              MOVE ZERO        TO ATU-CONTA-DATA-ENCERR
              MOVE ATU-SALDO   TO AUD-SALDO-ANT
              MOVE ZERO        TO AUD-VALOR
              MOVE ATU-SALDO   TO AUD-SALDO-NOVO
           ADD 1 TO WS-POST-CNT.
           IF TRANS-TIPO = 'TD'
              MOVE 'TRFDEB  ' TO AUD-STATUS
              MOVE WS-TRF-DESTINO TO WS-REF-CONTA
           ELSE
              MOVE 'TRFCRED ' TO AUD-STATUS
              MOVE WS-TRF-ORIGEM  TO WS-REF-CONTA
           END-IF.
           MOVE WS-TRF-DATA-ENT TO WS-REF-DATA.
           MOVE WS-TRF-SEQ      TO WS-REF-SEQ.
           PERFORM ACUMULA-CATEGORIA.
           PERFORM GRAVA-AUDITORIA.

      *    ESTORNO: DADOS 1:8 = DATA E 9:6 = SEQUENCIA DO LANCAMENTO
      *    ORIGINAL; DADOS 15:1 = 'M' MOVIMENTO, 'D'/'C' PERNA DE
      *    TRANSFERENCIA. O VALOR JA VEM INVERTIDO PELO PAYEDIT E
      *    POSTA SEM TESTE DE LIMITE OU BLOQUEIO, POIS DESFAZ UM
      *    LANCAMENTO ACEITO. RECUSADO NAO VAI PARA O SUSPFILE.
       TRATA-ESTORNO.
           IF TRANS-DADOS(1:8) NUMERIC
              MOVE TRANS-DADOS(1:8) TO WS-EST-DATA
           ELSE
              MOVE ZERO             TO WS-EST-DATA
           END-IF.
           IF TRANS-DADOS(9:6) NUMERIC
              MOVE TRANS-DADOS(9:6) TO WS-EST-SEQ
           ELSE
              MOVE ZERO             TO WS-EST-SEQ
           END-IF.
           MOVE TRANS-CONTA-NUM TO WS-EST-CONTA.
           MOVE 'Y' TO WS-EST-VERD.
           IF TRANS-DADOS(15:1) = 'D' OR TRANS-DADOS(15:1) = 'C'
              PERFORM PROCURA-EST
           END-IF.
           IF WS-EST-VERD NOT = 'Y' OR WS-CONTA-ATIVA NOT = 'Y'
              PERFORM REGISTRA-ESTORNO-RECUSADO
           ELSE
              IF ATU-CONTA-STATUS = 'E'
                 PERFORM REGISTRA-ESTORNO-RECUSADO
              ELSE
                 IF ATU-CONTA-STATUS = 'D'
                    PERFORM REATIVA-DORMENTE
                 END-IF
                 PERFORM APLICA-ESTORNO
              END-IF
           END-IF.

       PROCURA-EST.
           MOVE SPACE TO WS-EST-ACHADO.
           MOVE 'N'   TO WS-EST-VERD.
           PERFORM VARYING IX-EST FROM 1 BY 1
                 UNTIL IX-EST > WS-QTD-EST OR WS-EST-ACHADO = 'Y'
              IF EST-CONTA(IX-EST) = WS-EST-CONTA
                    AND EST-DATA(IX-EST) = WS-EST-DATA
                    AND EST-SEQ(IX-EST) = WS-EST-SEQ
                 MOVE 'Y'              TO WS-EST-ACHADO
                 MOVE EST-VERD(IX-EST) TO WS-EST-VERD
              END-IF
           END-PERFORM.

       APLICA-ESTORNO.
           COMPUTE WT-NOVO-SALDO = ATU-SALDO + TRANS-VALOR.
           MOVE ATU-SALDO     TO AUD-SALDO-ANT.
           MOVE TRANS-VALOR   TO AUD-VALOR.
           MOVE WT-NOVO-SALDO TO ATU-SALDO.
           MOVE WT-NOVO-SALDO TO AUD-SALDO-NOVO.
           ADD 1 TO WS-POST-CNT.
           IF TRANS-DADOS(15:1) = 'D' OR TRANS-DADOS(15:1) = 'C'
              MOVE 'REVTRF  ' TO AUD-STATUS
           ELSE
              MOVE 'REVPOST ' TO AUD-STATUS
           END-IF.
           PERFORM ACUMULA-CATEGORIA.
           PERFORM ANOTA-REF-ESTORNO.
           PERFORM GRAVA-AUDITORIA.

       REGISTRA-ESTORNO-RECUSADO.
           IF WS-CONTA-ATIVA = 'Y'
              MOVE ATU-SALDO TO AUD-SALDO-ANT
              MOVE ATU-SALDO TO AUD-SALDO-NOVO
           ELSE
              MOVE ZERO      TO AUD-SALDO-ANT
              MOVE ZERO      TO AUD-SALDO-NOVO
           END-IF.
           MOVE TRANS-VALOR TO AUD-VALOR.
           MOVE 'REVREJ  '  TO AUD-STATUS.
           ADD 1 TO WS-REJ-CNT.
           PERFORM ANOTA-REF-ESTORNO.
           PERFORM GRAVA-AUDITORIA.

       ANOTA-REF-ESTORNO.
           MOVE WS-EST-CONTA TO WS-REF-CONTA.
           MOVE WS-EST-DATA  TO WS-REF-DATA.
           MOVE WS-EST-SEQ   TO WS-REF-SEQ.

       REGISTRA-TRANSF-SUSP.
           IF WS-CONTA-ATIVA = 'Y'
              MOVE ATU-SALDO TO AUD-SALDO-ANT
              MOVE ZERO      TO AUD-SALDO-NOVO
           END-IF.
           MOVE TRANS-VALOR TO AUD-VALOR.
           EVALUATE WS-PAR-VERD
              WHEN 'B'
                 MOVE 'BLOCKRJ ' TO AUD-STATUS
              WHEN 'X'
                 MOVE 'EXPOSRJ ' TO AUD-STATUS
              WHEN OTHER
                 MOVE 'TRFSUSP ' TO AUD-STATUS
           END-EVALUATE.
           ADD 1 TO WS-REJ-CNT.
           PERFORM GRAVA-AUDITORIA.
           PERFORM GRAVA-SUSPENSO.
           PERFORM GRAVA-AUDITORIA.
           PERFORM GRAVA-SUSPENSO.

      *    CONTA BLOQUEADA PELA COBRANCA (PAYCOBR) SO ACEITA CREDITO.
      *    DEBITO DENTRO DO LIMITE DA CONTA AINDA E RECUSADO SE LEVA O
      *    CLIENTE ALEM DO TETO DE EXPOSICAO.
       APLICA-LANCAMENTO.
           COMPUTE WT-NOVO-SALDO = ATU-SALDO + TRANS-VALOR.
           MOVE ATU-SALDO       TO AUD-SALDO-ANT.
           MOVE TRANS-VALOR     TO AUD-VALOR.
           PERFORM CONFERE-EXPOSICAO.
           IF ATU-CONTA-STATUS = 'B' AND TRANS-VALOR < 0
              MOVE ATU-SALDO    TO AUD-SALDO-NOVO
              ADD 1 TO WS-REJ-CNT
              MOVE 'BLOCKRJ ' TO AUD-STATUS
              PERFORM GRAVA-SUSPENSO
           ELSE
              IF WT-NOVO-SALDO < (ATU-LIMITE * -1)
                 MOVE ATU-SALDO    TO AUD-SALDO-NOVO
                 ADD 1 TO WS-REJ-CNT
                 IF TRANS-TIPO = 'JR'
                    MOVE 'JURREJ  ' TO AUD-STATUS
                 ELSE
                    MOVE 'REJECTED' TO AUD-STATUS
                 END-IF
                 PERFORM GRAVA-SUSPENSO
              ELSE
                 IF WS-EXPOS-OK NOT = 'Y'
                    MOVE ATU-SALDO    TO AUD-SALDO-NOVO
                    ADD 1 TO WS-REJ-CNT
                    MOVE 'EXPOSRJ ' TO AUD-STATUS
                    PERFORM GRAVA-SUSPENSO
                 ELSE
                    MOVE WT-NOVO-SALDO TO ATU-SALDO
                    MOVE WT-NOVO-SALDO TO AUD-SALDO-NOVO
                    ADD 1 TO WS-POST-CNT
                    EVALUATE TRANS-TIPO
                       WHEN 'JR'
                          MOVE 'JURPOST ' TO AUD-STATUS
                       WHEN 'LQ'
                          MOVE 'LIQCRED ' TO AUD-STATUS
                       WHEN OTHER
                          MOVE 'POSTED  ' TO AUD-STATUS
                    END-EVALUATE
                    PERFORM ACUMULA-CATEGORIA
                 END-IF
              END-IF
           END-IF.
           PERFORM GRAVA-AUDITORIA.

      *    JUROS NAO SAO LIMITADOS PELO TETO DO CLIENTE.
       CONFERE-EXPOSICAO.
           MOVE 'Y' TO WS-EXPOS-OK.
           IF TRANS-VALOR < 0 AND TRANS-TIPO NOT = 'JR'
                 AND ATU-CONTA-CLIENTE NUMERIC
              MOVE ATU-CONTA-CLIENTE TO WS-CLI-CHAVE
              PERFORM PROCURA-CLX
              IF WS-POS-CLX > 0
                 IF CLX-TETO(WS-POS-CLX) > 0
                    MOVE CLX-USO(WS-POS-CLX) TO WS-USO-NOVO
                    IF ATU-CONTA-CLIENTE = WS-CLI-INICIAL
                       SUBTRACT WS-USO-INICIAL FROM WS-USO-NOVO
                    END-IF
                    MOVE ATU-SALDO     TO WS-SALDO-USO
                    PERFORM CALCULA-USO
                    MOVE WS-USO-CALC   TO WS-USO-ANTES
                    MOVE WT-NOVO-SALDO TO WS-SALDO-USO
                    PERFORM CALCULA-USO
                    ADD WS-USO-CALC    TO WS-USO-NOVO
                    IF WS-USO-CALC > WS-USO-ANTES
                          AND WS-USO-NOVO > CLX-TETO(WS-POS-CLX)
                       MOVE 'N' TO WS-EXPOS-OK
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    CONTA BLOQUEADA QUE VOLTOU PARA DENTRO DO LIMITE E
      *    LIBERADA NO PROPRIO CICLO; O EVENTO NAO VEM DE TRANSACAO.
       VERIFICA-DESBLOQUEIO.
           IF ATU-CONTA-STATUS = 'B'
                 AND ATU-SALDO >= (ATU-LIMITE * -1)
              MOVE 'A'           TO ATU-CONTA-STATUS
              MOVE ATU-CONTA-NUM TO AUD-CONTA-NUM
              MOVE ATU-SALDO     TO AUD-SALDO-ANT
              MOVE ZERO          TO AUD-VALOR
              MOVE ATU-SALDO     TO AUD-SALDO-NOVO
              MOVE WT-DATA       TO AUD-DATA
              MOVE WT-HORA       TO AUD-HORA
              MOVE 'UNBLOCK '    TO AUD-STATUS
              IF ATU-CONTA-AGENCIA NUMERIC
                 MOVE ATU-CONTA-AGENCIA TO AUD-AGENCIA
              ELSE
                 MOVE ZERO              TO AUD-AGENCIA
              END-IF
              MOVE SPACES        TO AUD-CATEG
              ADD 1 TO WS-AUD-SEQ
              MOVE WS-AUD-SEQ    TO AUD-SEQ
              MOVE ZERO          TO AUD-REF-CONTA
              MOVE ZERO          TO AUD-REF-DATA
              MOVE ZERO          TO AUD-REF-SEQ
              WRITE AUDIT-FIELD
           END-IF.

       GRAVA-SUSPENSO.
           MOVE TRANS-FIELD TO SUSP-FIELD.
           IF TRANS-RETRY NUMERIC AND TRANS-RETRY < 99
           ELSE
              MOVE ZERO              TO AUD-AGENCIA
           END-IF.
           ADD 1 TO WS-AUD-SEQ.
           MOVE WS-AUD-SEQ      TO AUD-SEQ.
           MOVE WS-REF-CONTA    TO AUD-REF-CONTA.
           MOVE WS-REF-DATA     TO AUD-REF-DATA.
           MOVE WS-REF-SEQ      TO AUD-REF-SEQ.
           WRITE AUDIT-FIELD.
           MOVE ZERO TO WS-REF-CONTA.
           MOVE ZERO TO WS-REF-DATA.
           MOVE ZERO TO WS-REF-SEQ.

       ACUMULA-CATEGORIA.
           MOVE SPACE TO WS-CAT-ACHADA.
              WHEN FS-RUNDATE > '10'
                 MOVE 'RUNDATE ' TO WS-FS-ARQUIVO
                 MOVE FS-RUNDATE TO WS-FS-CODIGO
              WHEN FS-LIQFILE > '10'
                 MOVE 'LIQFILE ' TO WS-FS-ARQUIVO
                 MOVE FS-LIQFILE TO WS-FS-CODIGO
              WHEN FS-CLIFILE > '10'
                 MOVE 'CLIFILE ' TO WS-FS-ARQUIVO
                 MOVE FS-CLIFILE TO WS-FS-CODIGO
              WHEN OTHER
                 MOVE 'DESCONH ' TO WS-FS-ARQUIVO
                 MOVE FS-RUNLOG  TO WS-FS-CODIGO
