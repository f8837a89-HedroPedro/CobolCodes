      *    SHARED AUDIT TRAIL LAYOUT (PAYAUDIT).
      *    AUD-SEQ: SEQUENCIA DO REGISTRO NA AUDITORIA DO CICLO;
      *    CONTA + DATA + SEQUENCIA IDENTIFICAM O LANCAMENTO.
      *    AUD-REF-*: EM TRFDEB/TRFCRED = CONTRAPARTE, DATA DE
      *    ENTRADA E SEQ DO PAR; EM REVPOST/REVTRF/REVREJ = CONTA,
      *    DATA E SEQUENCIA DO LANCAMENTO ESTORNADO. ZEROS NOS
      *    DEMAIS.
       01  AUDIT-FIELD.
           05 AUD-CONTA-NUM     PIC 9(7).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 AUD-AGENCIA       PIC 9(3).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 AUD-CATEG         PIC X(2).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 AUD-SEQ           PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 AUD-REF-CONTA     PIC 9(7).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 AUD-REF-DATA      PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 AUD-REF-SEQ       PIC 9(6).
