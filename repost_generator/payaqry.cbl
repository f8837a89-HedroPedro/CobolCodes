                                 AUD-HORA      BY ARC-HORA
                                 AUD-STATUS    BY ARC-STATUS
                                 AUD-AGENCIA   BY ARC-AGENCIA
                                 AUD-CATEG     BY ARC-CATEG
                                 AUD-SEQ       BY ARC-SEQ
                                 AUD-REF-CONTA BY ARC-REF-CONTA
                                 AUD-REF-DATA  BY ARC-REF-DATA
                                 AUD-REF-SEQ   BY ARC-REF-SEQ.

       FD  AQRY-REL    RECORDING MODE F.
       01  REL-LINHA         PIC X(80).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(8)  VALUE 'SITUACAO'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(14) VALUE 'CATEGORIA     '.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(6)  VALUE 'SEQ   '.

       01  LIN-MOV.
           05 MOV-DATA       PIC 9(8).
           05 MOV-STATUS     PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 MOV-CATEG-DESC PIC X(14).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 MOV-SEQ        PIC 9(6).

       01  LIN-SEM-MOV.
           05 FILLER         PIC X(26)
              MOVE ARC-SALDO-NOVO TO MOV-SALDO
              MOVE ARC-STATUS     TO MOV-STATUS
              PERFORM DESCREVE-CATEGORIA
              IF ARC-SEQ NUMERIC
                 MOVE ARC-SEQ     TO MOV-SEQ
              ELSE
                 MOVE ZERO        TO MOV-SEQ
              END-IF
              WRITE REL-LINHA FROM LIN-MOV
              ADD 1 TO WS-MOV-CNT
           END-IF.
