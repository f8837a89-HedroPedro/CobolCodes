       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYDOCV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS 'R$' WITH PICTURE SYMBOL '$'
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 FMT-INVALIDO   PIC X VALUE SPACE.
           05 DIG-IGUAIS     PIC X VALUE SPACE.

       01  WT-DIGITOS.
           05 WS-QTD-DIG     PIC 9(2) VALUE ZERO.
           05 WS-DIG         PIC 9(1) OCCURS 14 TIMES.

       01  WT-CALCULO.
           05 WS-POS         PIC 9(2) VALUE ZERO.
           05 WS-QTD-BASE    PIC 9(2) VALUE ZERO.
           05 WS-PESO        PIC 9(2) VALUE ZERO.
           05 WS-SOMA        PIC 9(5) VALUE ZERO.
           05 WS-RESTO       PIC 9(2) VALUE ZERO.
           05 WS-DV          PIC 9(1) VALUE ZERO.
           05 WS-CAR         PIC X(1) VALUE SPACE.

      *    PESOS DO CNPJ: O PRIMEIRO DIGITO USA AS 12 ULTIMAS
      *    POSICOES, O SEGUNDO AS 13.
       01  WT-PESOS-CNPJ.
           05 WS-PESOS-TXT   PIC X(13) VALUE '6543298765432'.
           05 WS-PESO-CNPJ   REDEFINES WS-PESOS-TXT
                             PIC 9(1) OCCURS 13 TIMES.

       LINKAGE SECTION.
           COPY DOCVPRM.

       PROCEDURE DIVISION USING WT-DOCV-PARM.
       000-SETUP.
           MOVE SPACE  TO DVP-TIPO.
           MOVE 'OK'   TO DVP-RESULTADO.
           MOVE SPACES TO DVP-NORMAL.
           MOVE SPACE  TO FMT-INVALIDO.
           MOVE ZERO   TO WS-QTD-DIG.

       010-MAIN.
           IF DVP-DOCUMENTO = SPACES
              MOVE 'BR' TO DVP-RESULTADO
           ELSE
              PERFORM SEPARA-DIGITOS
              IF FMT-INVALIDO = 'T'
                    OR (WS-QTD-DIG NOT = 11 AND WS-QTD-DIG NOT = 14)
                 MOVE 'FM'          TO DVP-RESULTADO
                 MOVE DVP-DOCUMENTO TO DVP-NORMAL
              ELSE
                 PERFORM CONFERE-REPETIDOS
                 IF WS-QTD-DIG = 11
                    MOVE 'F' TO DVP-TIPO
                    PERFORM CONFERE-CPF
                 ELSE
                    MOVE 'J' TO DVP-TIPO
                    PERFORM CONFERE-CNPJ
                 END-IF
              END-IF
           END-IF.

       030-END.
           GOBACK.

      *    PROCEDURES
       SEPARA-DIGITOS.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 14
              MOVE DVP-DOCUMENTO(WS-POS:1) TO WS-CAR
              EVALUATE TRUE
                 WHEN WS-CAR NUMERIC
                    ADD 1 TO WS-QTD-DIG
                    MOVE WS-CAR TO WS-DIG(WS-QTD-DIG)
                    MOVE WS-CAR TO DVP-NORMAL(WS-QTD-DIG:1)
                 WHEN WS-CAR = '.' OR WS-CAR = '-' OR WS-CAR = '/'
                       OR WS-CAR = SPACE
                    CONTINUE
                 WHEN OTHER
                    MOVE 'T' TO FMT-INVALIDO
              END-EVALUATE
           END-PERFORM.

      *    SEQUENCIA DE DIGITOS IGUAIS PASSA NO CALCULO MAS NAO E
      *    DOCUMENTO EMITIDO.
       CONFERE-REPETIDOS.
           MOVE 'T' TO DIG-IGUAIS.
           PERFORM VARYING WS-POS FROM 2 BY 1
                 UNTIL WS-POS > WS-QTD-DIG
              IF WS-DIG(WS-POS) NOT = WS-DIG(1)
                 MOVE SPACE TO DIG-IGUAIS
              END-IF
           END-PERFORM.
           IF DIG-IGUAIS = 'T'
              MOVE 'DV' TO DVP-RESULTADO
           END-IF.

      *    CPF: PESOS DECRESCENTES ATE 2 SOBRE OS 9 (DEPOIS 10)
      *    PRIMEIROS DIGITOS; RESTO MENOR QUE 2 DA DIGITO ZERO.
       CONFERE-CPF.
           MOVE 9 TO WS-QTD-BASE.
           PERFORM CALCULA-DV-CPF.
           IF WS-DV NOT = WS-DIG(10)
              MOVE 'DV' TO DVP-RESULTADO
           END-IF.
           MOVE 10 TO WS-QTD-BASE.
           PERFORM CALCULA-DV-CPF.
           IF WS-DV NOT = WS-DIG(11)
              MOVE 'DV' TO DVP-RESULTADO
           END-IF.

       CALCULA-DV-CPF.
           MOVE ZERO TO WS-SOMA.
           PERFORM VARYING WS-POS FROM 1 BY 1
                 UNTIL WS-POS > WS-QTD-BASE
              COMPUTE WS-PESO = WS-QTD-BASE + 2 - WS-POS
              COMPUTE WS-SOMA = WS-SOMA + WS-DIG(WS-POS) * WS-PESO
           END-PERFORM.
           PERFORM CALCULA-RESTO.

       CONFERE-CNPJ.
           MOVE 12 TO WS-QTD-BASE.
           PERFORM CALCULA-DV-CNPJ.
           IF WS-DV NOT = WS-DIG(13)
              MOVE 'DV' TO DVP-RESULTADO
           END-IF.
           MOVE 13 TO WS-QTD-BASE.
           PERFORM CALCULA-DV-CNPJ.
           IF WS-DV NOT = WS-DIG(14)
              MOVE 'DV' TO DVP-RESULTADO
           END-IF.

       CALCULA-DV-CNPJ.
           MOVE ZERO TO WS-SOMA.
           PERFORM VARYING WS-POS FROM 1 BY 1
                 UNTIL WS-POS > WS-QTD-BASE
              MOVE WS-PESO-CNPJ(WS-POS + 13 - WS-QTD-BASE) TO WS-PESO
              COMPUTE WS-SOMA = WS-SOMA + WS-DIG(WS-POS) * WS-PESO
           END-PERFORM.
           PERFORM CALCULA-RESTO.

       CALCULA-RESTO.
           COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 11).
           IF WS-RESTO < 2
              MOVE ZERO TO WS-DV
           ELSE
              COMPUTE WS-DV = 11 - WS-RESTO
           END-IF.
