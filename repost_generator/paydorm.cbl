                                 AUD-HORA      BY ARC-HORA
                                 AUD-STATUS    BY ARC-STATUS
                                 AUD-AGENCIA   BY ARC-AGENCIA
                                 AUD-CATEG     BY ARC-CATEG
                                 AUD-SEQ       BY ARC-SEQ
                                 AUD-REF-CONTA BY ARC-REF-CONTA
                                 AUD-REF-DATA  BY ARC-REF-DATA
                                 AUD-REF-SEQ   BY ARC-REF-SEQ.

       FD  CONTA-REC.
           COPY CONTAREC.
           ELSE
              MOVE CONTA-NUM TO WS-CONTA-CHAVE
              PERFORM PROCURA-CANDIDATA
              IF CONTA-STATUS NOT = 'E' AND CONTA-STATUS NOT = 'B'
                    AND CONTA-NUM > 0
                    AND WS-POS-DOR > 0
                    AND DOR-MUDOU(WS-POS-DOR) NOT = 'Y'
                    AND DOR-MOV(WS-POS-DOR) NOT = 'Y'
