                   MOVE 'CHANGE' TO SH-ACTION
               WHEN 'D'
                   MOVE 'DELETE' TO SH-ACTION
               WHEN 'P'
                   MOVE 'PROMO ' TO SH-ACTION
               WHEN 'X'
                   MOVE 'XFER  ' TO SH-ACTION
               WHEN OTHER
                   MOVE HELD-ACTION TO SH-ACTION
           END-EVALUATE
