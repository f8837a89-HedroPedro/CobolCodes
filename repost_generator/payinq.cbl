              ACCESS MODE IS RANDOM
              RECORD KEY IS CONTA-NUM.
           SELECT OPTIONAL PEND-REC ASSIGN TO PENDFILE.
           SELECT OPTIONAL EXP-REC ASSIGN TO CONTAEXP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EXP-CONTA-NUM.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-REC.
       FD  PEND-REC    RECORDING MODE F.
           COPY PENDREC.

       FD  EXP-REC.
           COPY CONTEXP.

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 FIM-CONSULTA   PIC X VALUE SPACE.
              GOBACK
           END-IF.
           OPEN INPUT  CONTA-REC.
           OPEN INPUT  EXP-REC.
           OPEN EXTEND PEND-REC.

       010-MAIN.

       030-END.
           CLOSE CONTA-REC.
           CLOSE EXP-REC.
           CLOSE PEND-REC.
           GOBACK.

           MOVE SPACE TO CONTA-ACHADA.
           READ CONTA-REC
              INVALID KEY
                 PERFORM CONSULTA-EXPURGADA
              NOT INVALID KEY
                 MOVE 'Y' TO CONTA-ACHADA
           END-READ.
              END-IF
           END-IF.

      *    CONTA EXPURGADA SO E CONSULTADA; NAO ACEITA ALTERACAO.
       CONSULTA-EXPURGADA.
           MOVE CONTA-NUM TO EXP-CONTA-NUM.
           READ EXP-REC
              INVALID KEY
                 DISPLAY 'CONTA ' CONTA-NUM ' NAO ENCONTRADA'
              NOT INVALID KEY
                 PERFORM MOSTRA-EXPURGADA
           END-READ.

       MOSTRA-EXPURGADA.
           MOVE ZERO       TO ED-SALDO.
           MOVE EXP-LIMITE TO ED-LIMITE.
           DISPLAY 'CONTA      ' EXP-CONTA-NUM.
           DISPLAY 'SOBRENOME  ' EXP-SOBRENOME.
           DISPLAY 'PRIM NOME  ' EXP-PRIM-NOME.
           DISPLAY 'SALDO      ' ED-SALDO.
           DISPLAY 'LIMITE     ' ED-LIMITE.
           DISPLAY 'STATUS     ENCERRADA E EXPURGADA'.
           DISPLAY 'ENCERRADA  ' EXP-DATA-ENCERR.
           DISPLAY 'EXPURGADA  ' EXP-DATA-EXPURGO.
           DISPLAY 'AGENCIA    ' EXP-AGENCIA.
           IF EXP-CLIENTE > 0
              DISPLAY 'CLIENTE    ' EXP-CLIENTE
           ELSE
              DISPLAY 'CLIENTE    SEM VINCULO'
           END-IF.

       MOSTRA-CONTA.
           MOVE SALDO  TO ED-SALDO.
           MOVE LIMITE TO ED-LIMITE.
           EVALUATE CONTA-STATUS
              WHEN 'E'
                 DISPLAY 'STATUS     ENCERRADA'
                 IF CONTA-DATA-ENCERR NUMERIC
                       AND CONTA-DATA-ENCERR > 0
                    DISPLAY 'ENCERRADA  ' CONTA-DATA-ENCERR
                 END-IF
              WHEN 'D'
                 DISPLAY 'STATUS     DORMENTE'
              WHEN 'B'
                 DISPLAY 'STATUS     BLOQUEADA PARA DEBITOS'
              WHEN OTHER
                 DISPLAY 'STATUS     ATIVA'
           END-EVALUATE.
           DISPLAY '       4=LIMITE 5=REATIVA 6=ENCERRA'.
           DISPLAY '       7=AGENCIA: '.
           ACCEPT WS-CAMPO.
           DISPLAY 'NOVO VALOR (VAZIO P/ STATUS; EM 6, CONTA QUE'.
           DISPLAY 'RECEBE O SALDO - VAZIO = TESOURARIA): '.
           ACCEPT WS-VALOR-ENT.
           MOVE SPACE TO CAMPO-VALIDO.
           MOVE ZERO  TO WS-DELTA.
                    MOVE 'Y' TO CAMPO-VALIDO
                 END-IF
              WHEN '5'
                 MOVE 'Y' TO CAMPO-VALIDO
              WHEN '6'
                 IF WS-VALOR-ENT = SPACES
                    MOVE 'Y' TO CAMPO-VALIDO
                 ELSE
                    IF WS-VALOR-ENT(1:7) NOT NUMERIC
                          OR WS-VALOR-ENT(8:8) NOT = SPACES
                          OR WS-VALOR-ENT(1:7) = '0000000'
                          OR WS-VALOR-ENT(1:7) = CONTA-NUM
                       DISPLAY 'CONTA DE LIQUIDACAO INVALIDA'
                    ELSE
                       MOVE 'Y' TO CAMPO-VALIDO
                    END-IF
                 END-IF
              WHEN '7'
                 IF WS-VALOR-ENT(1:3) NUMERIC
                    MOVE 'Y' TO CAMPO-VALIDO
