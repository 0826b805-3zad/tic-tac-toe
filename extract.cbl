                   ADD 1 TO GAME-X-HASH
               WHEN "O"
                   ADD 1 TO GAME-O-HASH
               WHEN "N"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO GAME-D-HASH
           END-EVALUATE
