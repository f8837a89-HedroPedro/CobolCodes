                 MOVE 'RE'           TO TRANS-TIPO
              WHEN '6'
                 MOVE 'EN'           TO TRANS-TIPO
                 IF PEN-VALOR-ENT(1:7) NUMERIC
                    MOVE PEN-VALOR-ENT(1:7) TO TRANS-DADOS(1:7)
                 END-IF
              WHEN '7'
                 MOVE 'AG'           TO TRANS-TIPO
                 MOVE PEN-VALOR-ENT(1:3) TO TRANS-DADOS(1:3)
