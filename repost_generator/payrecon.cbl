                                   LIMITE      BY NEW-LIMITE
                                   CONTA-STATUS BY NEW-CONTA-STATUS
                                   CONTA-AGENCIA BY NEW-CONTA-AGENCIA
                                   CONTA-CLIENTE BY NEW-CONTA-CLIENTE
                                   CONTA-DATA-ENCERR
                                      BY NEW-CONTA-DATA-ENCERR.

       FD  RECON-REL   RECORDING MODE F.
       01  REL-LINHA         PIC X(80).
           05 WS-MANUAL-CNT  PIC 9(9) VALUE ZERO.
           05 WS-TRF-CNT     PIC 9(9) VALUE ZERO.
           05 WS-DORM-CNT    PIC 9(9) VALUE ZERO.
           05 WS-DESBL-CNT   PIC 9(9) VALUE ZERO.
           05 WS-EST-CNT     PIC 9(9) VALUE ZERO.
           05 WS-LIQ-CNT     PIC 9(9) VALUE ZERO.
           05 WS-OUTROS-CNT  PIC 9(9) VALUE ZERO.
           05 WS-DIF-CNT     PIC 9(9) VALUE ZERO.

           05 TOTAL-SALDO-NOVO PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 TOTAL-POSTED    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 TOTAL-TRANSF    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 TOTAL-ESTORNO   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 TOTAL-LIQUIDACAO PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-SALDO-ESPER  PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WT-DEEDIT.
              END-READ
           END-PERFORM.

      *    ESTORNO ENTRA NO POSTADO COM O SINAL INVERTIDO; O DE
      *    TRANSFERENCIA TRAZ AS DUAS PERNAS E FECHA EM ZERO.
      *    A LIQUIDACAO DO SALDO NO ENCERRAMENTO ACOMPANHA O REGISTRO
      *    'CLOSED' DA MESMA TRANSACAO 'EN' E SO ENTRA NO POSTADO.
       CLASSIFICA-AUDITORIA.
           EVALUATE AUD-STATUS
              WHEN 'POSTED  '
              WHEN 'JURPOST '
              WHEN 'LIQCRED '
                 ADD 1 TO WS-AUD-CNT
                 ADD 1 TO WS-POST-CNT
                 MOVE AUD-VALOR TO WS-AUD-VALOR-N
                 ADD WS-AUD-VALOR-N TO TOTAL-POSTED
                 ADD WS-AUD-VALOR-N TO TOTAL-TRANSF
                 PERFORM ACUMULA-POSTADO
              WHEN 'REVPOST '
                 ADD 1 TO WS-AUD-CNT
                 ADD 1 TO WS-POST-CNT
                 ADD 1 TO WS-EST-CNT
                 MOVE AUD-VALOR TO WS-AUD-VALOR-N
                 ADD WS-AUD-VALOR-N TO TOTAL-POSTED
                 ADD WS-AUD-VALOR-N TO TOTAL-ESTORNO
                 PERFORM ACUMULA-POSTADO
              WHEN 'REVTRF  '
                 ADD 1 TO WS-AUD-CNT
                 ADD 1 TO WS-TRF-CNT
                 ADD 1 TO WS-EST-CNT
                 MOVE AUD-VALOR TO WS-AUD-VALOR-N
                 ADD WS-AUD-VALOR-N TO TOTAL-POSTED
                 ADD WS-AUD-VALOR-N TO TOTAL-TRANSF
                 ADD WS-AUD-VALOR-N TO TOTAL-ESTORNO
                 PERFORM ACUMULA-POSTADO
              WHEN 'LIQPAGTO'
              WHEN 'LIQTRANS'
              WHEN 'LIQBAIXA'
                 ADD 1 TO WS-LIQ-CNT
                 MOVE AUD-VALOR TO WS-AUD-VALOR-N
                 ADD WS-AUD-VALOR-N TO TOTAL-POSTED
                 ADD WS-AUD-VALOR-N TO TOTAL-LIQUIDACAO
                 PERFORM ACUMULA-POSTADO
              WHEN 'TRFSUSP '
                 ADD 1 TO WS-AUD-CNT
                 ADD 1 TO WS-REJ-CNT
              WHEN 'REJECTED'
              WHEN 'JURREJ  '
              WHEN 'BLOCKRJ '
              WHEN 'EXPOSRJ '
              WHEN 'REVREJ  '
                 ADD 1 TO WS-AUD-CNT
                 ADD 1 TO WS-REJ-CNT
              WHEN 'NOACCT  '
                 ADD 1 TO WS-MANUAL-CNT
              WHEN 'DORMREAT'
                 ADD 1 TO WS-DORM-CNT
              WHEN 'UNBLOCK '
                 ADD 1 TO WS-DESBL-CNT
              WHEN OTHER
                 ADD 1 TO WS-AUD-CNT
                 ADD 1 TO WS-OUTROS-CNT
           MOVE WS-TRF-CNT       TO RES-VALOR.
           MOVE TOTAL-TRANSF     TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-LINHA.
           MOVE 'ESTORNOS POSTADOS          ' TO RES-ROTULO.
           MOVE WS-EST-CNT       TO RES-VALOR.
           MOVE TOTAL-ESTORNO    TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-LINHA.
           MOVE 'LIQUIDACOES DE ENCERRAMENTO' TO RES-ROTULO.
           MOVE WS-LIQ-CNT       TO RES-VALOR.
           MOVE TOTAL-LIQUIDACAO TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-LINHA.
           MOVE 'ALTERACOES MANUAIS (PAYINQ)' TO RES-ROTULO.
           MOVE WS-MANUAL-CNT    TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           MOVE WS-DORM-CNT      TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-LINHA.
           MOVE 'DESBLOQUEIOS AUTOMATICOS   ' TO RES-ROTULO.
           MOVE WS-DESBL-CNT     TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
           WRITE REL-LINHA FROM RES-LINHA.
           MOVE 'CONTAS COM DIFERENCA       ' TO RES-ROTULO.
           MOVE WS-DIF-CNT       TO RES-VALOR.
           MOVE ZERO             TO RES-MONTANTE.
