                                   LIMITE      BY NEW-LIMITE
                                   CONTA-STATUS BY NEW-CONTA-STATUS
                                   CONTA-AGENCIA BY NEW-CONTA-AGENCIA
                                   CONTA-CLIENTE BY NEW-CONTA-CLIENTE
                                   CONTA-DATA-ENCERR
                                      BY NEW-CONTA-DATA-ENCERR.

       FD  STMT-REC    RECORDING MODE F.
       01  STMT-LINHA        PIC X(80).
           05 WS-SEM-CONTA   PIC 9(9) VALUE ZERO.
           05 WS-ULT-CONTA   PIC 9(7) VALUE ZERO.

       01  WT-DEEDIT.
           05 WS-AUD-VALOR-N PIC S9(7)V99 COMP-3.

       01  WT-CARGA-ANT.
           05 WS-QTD-ANT     PIC 9(7) COMP VALUE ZERO.
           05 WS-POS-ANT     PIC 9(7) COMP VALUE ZERO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(8)  VALUE 'SITUACAO'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(14) VALUE 'CATEGORIA     '.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(6)  VALUE 'SEQ   '.

       01  LIN-SALDO.
           05 SLD-ROTULO     PIC X(17).
           05 MOV-STATUS     PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 MOV-CATEG-DESC PIC X(14).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 MOV-SEQ        PIC 9(6).

      *    REFERENCIA DO ESTORNO, IMPRESSA LOGO ABAIXO DELE.
       01  LIN-ESTORNO.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 EST-ROTULO     PIC X(19).
           05 EST-DATA       PIC 9(8).
           05 FILLER         PIC X(5)  VALUE ' SEQ '.
           05 EST-SEQ        PIC 9(6).
           05 FILLER         PIC X(16) VALUE ' VALOR ORIGINAL '.
           05 EST-VALOR      PIC $$$$.$$9,99-.

       01  LIN-SEM-MOV.
           05 FILLER         PIC X(26)
           MOVE AUD-SALDO-NOVO TO MOV-SALDO.
           MOVE AUD-STATUS     TO MOV-STATUS.
           PERFORM DESCREVE-CATEGORIA.
           IF AUD-SEQ NUMERIC
              MOVE AUD-SEQ   TO MOV-SEQ
           ELSE
              MOVE ZERO      TO MOV-SEQ
           END-IF.
           WRITE STMT-LINHA FROM LIN-MOV.
           ADD 1 TO WS-MOV-CNT.
           IF AUD-STATUS = 'REVPOST ' OR AUD-STATUS = 'REVTRF  '
                 OR AUD-STATUS = 'REVREJ  '
              PERFORM EMITE-REF-ESTORNO
           END-IF.

       EMITE-REF-ESTORNO.
           IF AUD-STATUS = 'REVREJ  '
              MOVE 'ESTORNO RECUSADO  ' TO EST-ROTULO
           ELSE
              MOVE 'ESTORNO DO LANCTO ' TO EST-ROTULO
           END-IF.
           IF AUD-REF-DATA NUMERIC
              MOVE AUD-REF-DATA TO EST-DATA
           ELSE
              MOVE ZERO         TO EST-DATA
           END-IF.
           IF AUD-REF-SEQ NUMERIC
              MOVE AUD-REF-SEQ  TO EST-SEQ
           ELSE
              MOVE ZERO         TO EST-SEQ
           END-IF.
           MOVE AUD-VALOR TO WS-AUD-VALOR-N.
           COMPUTE EST-VALOR = WS-AUD-VALOR-N * -1.
           WRITE STMT-LINHA FROM LIN-ESTORNO.

       DESCREVE-CATEGORIA.
           EVALUATE AUD-CATEG
