                                 AUD-HORA      BY ARC-HORA
                                 AUD-STATUS    BY ARC-STATUS
                                 AUD-AGENCIA   BY ARC-AGENCIA
                                 AUD-CATEG     BY ARC-CATEG
                                 AUD-SEQ       BY ARC-SEQ
                                 AUD-REF-CONTA BY ARC-REF-CONTA
                                 AUD-REF-DATA  BY ARC-REF-DATA
                                 AUD-REF-SEQ   BY ARC-REF-SEQ.

       FD  ARCH-OUT    RECORDING MODE F.
           COPY PAYAUD REPLACING AUDIT-FIELD   BY ANW-FIELD
                                 AUD-HORA      BY ANW-HORA
                                 AUD-STATUS    BY ANW-STATUS
                                 AUD-AGENCIA   BY ANW-AGENCIA
                                 AUD-CATEG     BY ANW-CATEG
                                 AUD-SEQ       BY ANW-SEQ
                                 AUD-REF-CONTA BY ANW-REF-CONTA
                                 AUD-REF-DATA  BY ANW-REF-DATA
                                 AUD-REF-SEQ   BY ANW-REF-SEQ.

       FD  ARCH-REL    RECORDING MODE F.
       01  REL-LINHA         PIC X(80).
