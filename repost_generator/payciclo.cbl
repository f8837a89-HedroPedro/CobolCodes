                 MOVE 'PAYRECON' TO WS-PRED
              WHEN 'PAYAGEN '
                 MOVE 'PAYUPD  ' TO WS-PRED
              WHEN 'PAYTARIF'
                 MOVE 'PAYUPD  ' TO WS-PRED
              WHEN 'PAYLIQ  '
                 MOVE 'PAYUPD  ' TO WS-PRED
              WHEN OTHER
                 MOVE SPACES     TO WS-PRED
           END-EVALUATE.
