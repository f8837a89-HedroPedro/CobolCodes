           COPY PAYAUD.

      *    LAYOUT DE INTERFACE ACORDADO COM A CONTABILIDADE:
      *    TIPO '1' = LANCAMENTO (CLIENTES / CONTRAPARTIDA CAIXAMOV;
      *               LIQUIDAC NA LIQUIDACAO DE CONTA ENCERRADA E
      *               PREJUIZO NA BAIXA DE SALDO DEVEDOR)
      *    TIPO '9' = TRAILER DE CONTROLE (QTDE + LIQUIDO, DEVE SER 0).
       FD  GL-OUT      RECORDING MODE F.
       01  GL-REGISTRO.
           05 WS-GRP-ACHADO  PIC X VALUE SPACE.
           05 WS-TAB-CHEIA   PIC X VALUE SPACE.

       01  WT-CONTRAPARTIDA.
           05 WS-CONTRA      PIC X(8) VALUE SPACES.

       01  WT-DEEDIT.
           05 WS-AUD-VALOR-N PIC S9(7)V99 COMP-3.

           05 WS-QTD-GRUPOS  PIC 9(4) COMP VALUE ZERO.
           05 IX-GRP         PIC 9(4) COMP.

      *    UM ACUMULADO POR AGENCIA, DATA DE POSTAGEM E CONTA DE
      *    CONTRAPARTIDA.
       01  WT-TAB-GL.
           05 TAB-GL OCCURS 5000 TIMES.
              10 GRP-DATA    PIC 9(8).
              10 GRP-AGENCIA PIC 9(3).
              10 GRP-CONTRA  PIC X(8).
              10 GRP-CNT     PIC 9(9)             VALUE ZERO.
              10 GRP-VALOR   PIC S9(13)V99 COMP-3 VALUE ZERO.

           05 GRL-CNT        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER         PIC X(9)  VALUE ' LIQUIDO '.
           05 GRL-VALOR      PIC $$.$$$.$$$.$$9,99-.
           05 FILLER         PIC X(1)  VALUE SPACES.
           05 GRL-CONTRA     PIC X(8).

       01  RES-GL.
           05 RES-ROTULO     PIC X(28).
           IF AUD-STATUS = 'POSTED  ' OR AUD-STATUS = 'JURPOST '
                 OR AUD-STATUS = 'TRFDEB  '
                 OR AUD-STATUS = 'TRFCRED '
                 OR AUD-STATUS = 'REVPOST '
                 OR AUD-STATUS = 'REVTRF  '
                 OR AUD-STATUS = 'LIQPAGTO'
                 OR AUD-STATUS = 'LIQTRANS'
                 OR AUD-STATUS = 'LIQBAIXA'
                 OR AUD-STATUS = 'LIQCRED '
              ADD 1 TO WS-SEL-CNT
              MOVE AUD-VALOR TO WS-AUD-VALOR-N
              PERFORM DEFINE-CONTRAPARTIDA
              PERFORM ACUMULA-GRUPO
           END-IF.

      *    O SALDO PAGO OU TRANSFERIDO NO ENCERRAMENTO FICA EM
      *    LIQUIDAC ATE O PAGAMENTO PELA TESOURARIA OU O CREDITO NA
      *    CONTA INDICADA (LIQCRED), QUE O ZERA.
       DEFINE-CONTRAPARTIDA.
           EVALUATE AUD-STATUS
              WHEN 'LIQPAGTO'
              WHEN 'LIQTRANS'
              WHEN 'LIQCRED '
                 MOVE 'LIQUIDAC' TO WS-CONTRA
              WHEN 'LIQBAIXA'
                 MOVE 'PREJUIZO' TO WS-CONTRA
              WHEN OTHER
                 MOVE 'CAIXAMOV' TO WS-CONTRA
           END-EVALUATE.

       ACUMULA-GRUPO.
           MOVE SPACE TO WS-GRP-ACHADO.
           PERFORM VARYING IX-GRP FROM 1 BY 1
                 UNTIL IX-GRP > WS-QTD-GRUPOS OR WS-GRP-ACHADO = 'Y'
              IF GRP-DATA(IX-GRP) = AUD-DATA
                    AND GRP-AGENCIA(IX-GRP) = AUD-AGENCIA
                    AND GRP-CONTRA(IX-GRP) = WS-CONTRA
                 MOVE 'Y' TO WS-GRP-ACHADO
                 ADD 1 TO GRP-CNT(IX-GRP)
                 ADD WS-AUD-VALOR-N TO GRP-VALOR(IX-GRP)
                 ADD 1 TO WS-QTD-GRUPOS
                 MOVE AUD-DATA      TO GRP-DATA(WS-QTD-GRUPOS)
                 MOVE AUD-AGENCIA   TO GRP-AGENCIA(WS-QTD-GRUPOS)
                 MOVE WS-CONTRA     TO GRP-CONTRA(WS-QTD-GRUPOS)
                 MOVE 1             TO GRP-CNT(WS-QTD-GRUPOS)
                 MOVE WS-AUD-VALOR-N TO GRP-VALOR(WS-QTD-GRUPOS)
              ELSE
           MOVE WS-VALOR-ABS       TO GL-VALOR.
           WRITE GL-REGISTRO.
           ADD 1 TO WS-GRAV-CNT.
           MOVE GRP-CONTRA(IX-GRP) TO GL-CONTA-RAZAO.
           IF GRP-VALOR(IX-GRP) < 0
              MOVE 'D'             TO GL-SINAL
              ADD WS-VALOR-ABS     TO TOT-DEBITOS
           MOVE GRP-AGENCIA(IX-GRP) TO GRL-AGENCIA.
           MOVE GRP-CNT(IX-GRP)     TO GRL-CNT.
           MOVE GRP-VALOR(IX-GRP)   TO GRL-VALOR.
           MOVE GRP-CONTRA(IX-GRP)  TO GRL-CONTRA.
           WRITE REL-LINHA FROM DET-GL-REL.

       ESCREVE-TRAILER.
