           SELECT CLI-ENT    ASSIGN TO CLIENTR.
           SELECT OPTIONAL CLI-REC ASSIGN TO CLIFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-ID.
           SELECT CLI-REL    ASSIGN TO CLIREL.
       DATA DIVISION.
           05 CLT-ENDERECO   PIC X(30).
           05 CLT-CIDADE     PIC X(20).
           05 CLT-CEP        PIC X(8).
           05 CLT-LIMITE     PIC X(10).
           05 CLT-LIMITE-N   REDEFINES CLT-LIMITE PIC 9(8)V99.

       FD  CLI-REC.
           COPY CLIREC.
           05 ENT-EOF        PIC X VALUE SPACE.
           05 CLI-ACHADO     PIC X VALUE SPACE.
           05 REG-INVALIDO   PIC X VALUE SPACE.
           05 CLI-EOF        PIC X VALUE SPACE.
           05 WS-DOC-CHEIA   PIC X VALUE SPACE.

       01  WT-CONTADORES.
           05 WS-LIDOS-CNT   PIC 9(7) VALUE ZERO.
       01  WT-MOTIVO.
           05 WS-MOTIVO      PIC X(26) VALUE SPACES.

           COPY DOCVPRM.

       01  WT-INDICES.
           05 WS-QTD-DOC     PIC 9(7) COMP VALUE ZERO.
           05 WS-POS-DOC     PIC 9(7) COMP VALUE ZERO.
           05 IX-DOC-MOVE    PIC 9(7) COMP.
           05 WS-DOC-CHAVE   PIC X(14) VALUE SPACES.
           05 WS-DOC-CLIENTE PIC 9(6)  VALUE ZERO.
           05 WS-DOC-ANTERIOR PIC X(14) VALUE SPACES.

      *    DOCUMENTOS DO CADASTRO (SO DIGITOS) PARA RECUSAR CPF/CNPJ
      *    JA ATRIBUIDO A OUTRO CLIENTE, INCLUSIVE EXCLUIDO: CLIENTE
      *    EXCLUIDO QUE VOLTA E REATIVADO POR 'AL' NO MESMO ID.
       01  WT-TAB-DOCUMENTOS.
           05 TAB-DOC OCCURS 1 TO 120000 TIMES
                 DEPENDING ON WS-QTD-DOC
                 ASCENDING KEY IS DOC-NUMERO
                 INDEXED BY NDX-DOC.
              10 DOC-NUMERO  PIC X(14).
              10 DOC-CLIENTE PIC 9(6).

       01  CAB-1-CLI.
           05 FILLER         PIC X(38)
              VALUE 'MANUTENCAO DO CADASTRO DE CLIENTES    '.
           OPEN INPUT  CLI-ENT
           OPEN I-O    CLI-REC
           OPEN OUTPUT CLI-REL.
           PERFORM CARREGA-DOCUMENTOS.
           IF WS-DOC-CHEIA = 'Y'
              DISPLAY 'PAYCLI - TABELA DE DOCUMENTOS ESGOTADA'
              MOVE 8 TO RETURN-CODE
              CLOSE CLI-ENT
              CLOSE CLI-REC
              CLOSE CLI-REL
              GOBACK
           END-IF.
           WRITE REL-LINHA FROM CAB-1-CLI.

       010-MAIN.
              MOVE 'T' TO REG-INVALIDO
              MOVE 'CEP INVALIDO' TO WS-MOTIVO
           END-IF.
           IF REG-INVALIDO = SPACE AND CLT-OPER NOT = 'EX'
                 AND CLT-LIMITE NOT = SPACES
                 AND CLT-LIMITE NOT NUMERIC
              MOVE 'T' TO REG-INVALIDO
              MOVE 'TETO DE EXPOSICAO INVALIDO' TO WS-MOTIVO
           END-IF.
           IF REG-INVALIDO = SPACE
                 AND (CLT-OPER = 'IN'
                      OR (CLT-OPER = 'AL'
                          AND CLT-DOCUMENTO NOT = SPACES))
              PERFORM VALIDA-DOCUMENTO
           END-IF.

       VALIDA-DOCUMENTO.
           MOVE CLT-DOCUMENTO TO DVP-DOCUMENTO.
           CALL 'PAYDOCV' USING WT-DOCV-PARM.
           EVALUATE DVP-RESULTADO
              WHEN 'BR'
                 MOVE 'T' TO REG-INVALIDO
                 MOVE 'DOCUMENTO EM BRANCO' TO WS-MOTIVO
              WHEN 'FM'
                 MOVE 'T' TO REG-INVALIDO
                 MOVE 'DOCUMENTO NAO E CPF/CNPJ' TO WS-MOTIVO
              WHEN 'DV'
                 MOVE 'T' TO REG-INVALIDO
                 MOVE 'CPF/CNPJ COM DV INVALIDO' TO WS-MOTIVO
              WHEN OTHER
                 MOVE DVP-NORMAL TO WS-DOC-CHAVE
                 PERFORM PROCURA-DOCUMENTO
                 IF WS-POS-DOC > 0
                       AND DOC-CLIENTE(WS-POS-DOC) NOT = CLT-ID
                    MOVE 'T' TO REG-INVALIDO
                    MOVE 'DOCUMENTO JA CADASTRADO' TO WS-MOTIVO
                 END-IF
           END-EVALUATE.

      *    O CADASTRO E LIDO EM SEQUENCIA ANTES DA MANUTENCAO; O
      *    DOCUMENTO GRAVADO PODE TER PONTUACAO DE ANTES DA VALIDACAO.
       CARREGA-DOCUMENTOS.
           PERFORM UNTIL CLI-EOF = 'T'
              READ CLI-REC NEXT
                 AT END MOVE 'T' TO CLI-EOF
                 NOT AT END
                    IF CLI-DOCUMENTO NOT = SPACES
                       MOVE CLI-DOCUMENTO TO DVP-DOCUMENTO
                       CALL 'PAYDOCV' USING WT-DOCV-PARM
                       MOVE DVP-NORMAL TO WS-DOC-CHAVE
                       MOVE CLI-ID     TO WS-DOC-CLIENTE
                       PERFORM ANOTA-DOCUMENTO
                    END-IF
              END-READ
           END-PERFORM.

       ANOTA-DOCUMENTO.
           PERFORM PROCURA-DOCUMENTO.
           IF WS-POS-DOC = 0
              IF WS-QTD-DOC < 120000
                 PERFORM INSERE-DOCUMENTO
              ELSE
                 MOVE 'Y' TO WS-DOC-CHEIA
              END-IF
           END-IF.

       INSERE-DOCUMENTO.
           ADD 1 TO WS-QTD-DOC.
           MOVE WS-QTD-DOC TO WS-POS-DOC.
           PERFORM UNTIL WS-POS-DOC = 1
                 OR DOC-NUMERO(WS-POS-DOC - 1) < WS-DOC-CHAVE
              COMPUTE IX-DOC-MOVE = WS-POS-DOC - 1
              MOVE TAB-DOC(IX-DOC-MOVE) TO TAB-DOC(WS-POS-DOC)
              MOVE IX-DOC-MOVE TO WS-POS-DOC
           END-PERFORM.
           MOVE WS-DOC-CHAVE   TO DOC-NUMERO(WS-POS-DOC).
           MOVE WS-DOC-CLIENTE TO DOC-CLIENTE(WS-POS-DOC).

       RETIRA-DOCUMENTO.
           PERFORM PROCURA-DOCUMENTO.
           IF WS-POS-DOC > 0
                 AND DOC-CLIENTE(WS-POS-DOC) = WS-DOC-CLIENTE
              PERFORM UNTIL WS-POS-DOC = WS-QTD-DOC
                 COMPUTE IX-DOC-MOVE = WS-POS-DOC + 1
                 MOVE TAB-DOC(IX-DOC-MOVE) TO TAB-DOC(WS-POS-DOC)
                 MOVE IX-DOC-MOVE TO WS-POS-DOC
              END-PERFORM
              SUBTRACT 1 FROM WS-QTD-DOC
           END-IF.

       PROCURA-DOCUMENTO.
           MOVE ZERO TO WS-POS-DOC.
           IF WS-QTD-DOC > 0 AND WS-DOC-CHAVE NOT = SPACES
              SEARCH ALL TAB-DOC
                 AT END CONTINUE
                 WHEN DOC-NUMERO(NDX-DOC) = WS-DOC-CHAVE
                    SET WS-POS-DOC TO NDX-DOC
              END-SEARCH
           END-IF.

       LOCALIZA-CLIENTE.
           MOVE SPACE  TO CLI-ACHADO.
           ELSE
              MOVE SPACES         TO CLI-FIELD
              MOVE CLT-ID         TO CLI-ID
              MOVE DVP-NORMAL     TO CLI-DOCUMENTO
              MOVE CLT-NOME       TO CLI-NOME
              MOVE CLT-ENDERECO   TO CLI-ENDERECO
              MOVE CLT-CIDADE     TO CLI-CIDADE
              MOVE CLT-CEP        TO CLI-CEP
              MOVE 'A'            TO CLI-STATUS
              IF CLT-LIMITE NUMERIC
                 MOVE CLT-LIMITE-N TO CLI-LIMITE-EXPOS
              ELSE
                 MOVE ZERO         TO CLI-LIMITE-EXPOS
              END-IF
              WRITE CLI-FIELD
                 INVALID KEY
                    ADD 1 TO WS-ERR-CNT
                 NOT INVALID KEY
                    ADD 1 TO WS-INCL-CNT
                    MOVE 'INCLUIDO' TO WS-MOTIVO
                    MOVE DVP-NORMAL TO WS-DOC-CHAVE
                    MOVE CLT-ID     TO WS-DOC-CLIENTE
                    PERFORM ANOTA-DOCUMENTO
              END-WRITE
              PERFORM ESCREVE-LINHA-CLI
           END-IF.
              MOVE 'CLIENTE NAO ENCONTRADO' TO WS-MOTIVO
              PERFORM ESCREVE-LINHA-CLI
           ELSE
              MOVE CLI-DOCUMENTO TO WS-DOC-ANTERIOR
              IF CLT-DOCUMENTO NOT = SPACES
                 MOVE DVP-NORMAL    TO CLI-DOCUMENTO
              END-IF
              IF CLT-NOME NOT = SPACES
                 MOVE CLT-NOME      TO CLI-NOME
              IF CLT-CEP NUMERIC
                 MOVE CLT-CEP       TO CLI-CEP
              END-IF
              IF CLT-LIMITE NUMERIC
                 MOVE CLT-LIMITE-N  TO CLI-LIMITE-EXPOS
              ELSE
                 IF CLI-LIMITE-EXPOS NOT NUMERIC
                    MOVE ZERO       TO CLI-LIMITE-EXPOS
                 END-IF
              END-IF
              MOVE 'A' TO CLI-STATUS
              REWRITE CLI-FIELD
                 INVALID KEY
                 NOT INVALID KEY
                    ADD 1 TO WS-ALT-CNT
                    MOVE 'ALTERADO' TO WS-MOTIVO
                    IF CLT-DOCUMENTO NOT = SPACES
                       PERFORM TROCA-DOCUMENTO
                    END-IF
              END-REWRITE
              PERFORM ESCREVE-LINHA-CLI
           END-IF.

       TROCA-DOCUMENTO.
           MOVE CLT-ID TO WS-DOC-CLIENTE.
           MOVE WS-DOC-ANTERIOR TO DVP-DOCUMENTO.
           CALL 'PAYDOCV' USING WT-DOCV-PARM.
           MOVE DVP-NORMAL TO WS-DOC-CHAVE.
           PERFORM RETIRA-DOCUMENTO.
           MOVE CLI-DOCUMENTO TO WS-DOC-CHAVE.
           PERFORM ANOTA-DOCUMENTO.

       EXCLUI-CLIENTE.
           PERFORM LOCALIZA-CLIENTE.
           IF CLI-ACHADO NOT = 'Y'
