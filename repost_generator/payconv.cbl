                                 AUD-HORA      BY ARC-HORA
                                 AUD-STATUS    BY ARC-STATUS
                                 AUD-AGENCIA   BY ARC-AGENCIA
                                 AUD-CATEG     BY ARC-CATEG
                                 AUD-SEQ       BY ARC-SEQ
                                 AUD-REF-CONTA BY ARC-REF-CONTA
                                 AUD-REF-DATA  BY ARC-REF-DATA
                                 AUD-REF-SEQ   BY ARC-REF-SEQ.

       FD  ORDEM-OLD   RECORDING MODE F.
       01  OLD-ORDEM-FIELD.
           ELSE
              MOVE ZERO              TO CONTA-CLIENTE
           END-IF.
           MOVE ZERO              TO CONTA-DATA-ENCERR.
           WRITE CONTA-FIELD.
           ADD 1 TO WS-CONTA-CNT.

                    MOVE SPACES        TO ARC-FIELD
                    MOVE OLD-ARC-CONTA TO ARC-CONTA-NUM
                    MOVE OLD-ARC-RESTO TO ARC-FIELD(8:71)
                    MOVE ZERO          TO ARC-SEQ
                    MOVE ZERO          TO ARC-REF-CONTA
                    MOVE ZERO          TO ARC-REF-DATA
                    MOVE ZERO          TO ARC-REF-SEQ
                    WRITE ARC-FIELD
                    ADD 1 TO WS-ARCH-CNT
              END-READ
