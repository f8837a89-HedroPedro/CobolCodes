       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYAUDCV.
      *    CONVERSAO UNICA DA TRILHA DE AUDITORIA PARA O LAYOUT COM
      *    SEQUENCIA E REFERENCIA (AUD-SEQ, AUD-REF-*). LE AS COPIAS
      *    NO LAYOUT DE 78 BYTES (ARCHANT = ARCHFILE, AUDANT =
      *    PAYAUDIT RETIDO) E GRAVA ARCHFILE E PAYAUDIT NO LAYOUT
      *    NOVO, COM OS CAMPOS NOVOS ZERADOS. ENTRADA AUSENTE NAO
      *    TOCA NO ARQUIVO DE SAIDA CORRESPONDENTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'R$' WITH PICTURE SYMBOL '$'
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCH-ANT ASSIGN TO ARCHANT
              FILE STATUS IS FS-ARCHANT.
           SELECT ARCH-NEW   ASSIGN TO ARCHFILE.
           SELECT OPTIONAL AUD-ANT ASSIGN TO AUDANT
              FILE STATUS IS FS-AUDANT.
           SELECT AUD-NEW    ASSIGN TO PAYAUDIT.
           SELECT CONV-REL   ASSIGN TO AUDCVREL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ANT    RECORDING MODE F.
       01  ANT-ARCH-FIELD    PIC X(78).

       FD  ARCH-NEW    RECORDING MODE F.
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

       FD  AUD-ANT     RECORDING MODE F.
       01  ANT-AUD-FIELD     PIC X(78).

       FD  AUD-NEW     RECORDING MODE F.
           COPY PAYAUD.

       FD  CONV-REL    RECORDING MODE F.
       01  REL-LINHA         PIC X(80).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 ARQ-EOF        PIC X VALUE SPACE.

      *    '05' NA ABERTURA = ARQUIVO OPCIONAL AUSENTE.
       01  WT-STATUS.
           05 FS-ARCHANT     PIC X(2) VALUE '00'.
           05 FS-AUDANT      PIC X(2) VALUE '00'.

       01  WT-CONTADORES.
           05 WS-ARCH-CNT    PIC 9(9) VALUE ZERO.
           05 WS-AUD-CNT     PIC 9(9) VALUE ZERO.

       01  CAB-1-CNV.
           05 FILLER         PIC X(44)
              VALUE 'CONVERSAO DA AUDITORIA PARA SEQ/REFERENCIA  '.
           05 FILLER         PIC X(36) VALUE SPACES.

       01  LIN-AUSENTE.
           05 LAU-ARQUIVO    PIC X(8).
           05 FILLER         PIC X(41)
              VALUE ' AUSENTE - ARQUIVO DE SAIDA NAO ALTERADO'.
           05 FILLER         PIC X(31) VALUE SPACES.

       01  RES-CNV.
           05 RES-ROTULO     PIC X(28).
           05 RES-VALOR      PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       000-SETUP.
           OPEN OUTPUT CONV-REL.
           WRITE REL-LINHA FROM CAB-1-CNV.

       010-MAIN.
           PERFORM CONVERTE-ARQUIVO-MORTO.
           PERFORM CONVERTE-AUDITORIA.

       030-END.
           PERFORM ESCREVE-RESUMO.
           CLOSE CONV-REL.
           GOBACK.

      *    PROCEDURES
       CONVERTE-ARQUIVO-MORTO.
           MOVE SPACE TO ARQ-EOF.
           OPEN INPUT ARCH-ANT.
           IF FS-ARCHANT = '05'
              MOVE 'ARCHANT ' TO LAU-ARQUIVO
              WRITE REL-LINHA FROM LIN-AUSENTE
           ELSE
              OPEN OUTPUT ARCH-NEW
              PERFORM UNTIL ARQ-EOF = 'T'
                 READ ARCH-ANT
                    AT END MOVE 'T' TO ARQ-EOF
                    NOT AT END
                       MOVE SPACES         TO ARC-FIELD
                       MOVE ANT-ARCH-FIELD TO ARC-FIELD(1:78)
                       MOVE ZERO           TO ARC-SEQ
                       MOVE ZERO           TO ARC-REF-CONTA
                       MOVE ZERO           TO ARC-REF-DATA
                       MOVE ZERO           TO ARC-REF-SEQ
                       WRITE ARC-FIELD
                       ADD 1 TO WS-ARCH-CNT
                 END-READ
              END-PERFORM
              CLOSE ARCH-NEW
           END-IF.
           CLOSE ARCH-ANT.

       CONVERTE-AUDITORIA.
           MOVE SPACE TO ARQ-EOF.
           OPEN INPUT AUD-ANT.
           IF FS-AUDANT = '05'
              MOVE 'AUDANT  ' TO LAU-ARQUIVO
              WRITE REL-LINHA FROM LIN-AUSENTE
           ELSE
              OPEN OUTPUT AUD-NEW
              PERFORM UNTIL ARQ-EOF = 'T'
                 READ AUD-ANT
                    AT END MOVE 'T' TO ARQ-EOF
                    NOT AT END
                       MOVE SPACES        TO AUDIT-FIELD
                       MOVE ANT-AUD-FIELD TO AUDIT-FIELD(1:78)
                       MOVE ZERO          TO AUD-SEQ
                       MOVE ZERO          TO AUD-REF-CONTA
                       MOVE ZERO          TO AUD-REF-DATA
                       MOVE ZERO          TO AUD-REF-SEQ
                       WRITE AUDIT-FIELD
                       ADD 1 TO WS-AUD-CNT
                 END-READ
              END-PERFORM
              CLOSE AUD-NEW
           END-IF.
           CLOSE AUD-ANT.

       ESCREVE-RESUMO.
           MOVE 'ARQUIVADOS CONVERTIDOS      ' TO RES-ROTULO.
           MOVE WS-ARCH-CNT TO RES-VALOR.
           WRITE REL-LINHA FROM RES-CNV.
           MOVE 'AUDITORIAS CONVERTIDAS      ' TO RES-ROTULO.
           MOVE WS-AUD-CNT  TO RES-VALOR.
           WRITE REL-LINHA FROM RES-CNV.
