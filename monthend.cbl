           IF STATS-STATUS NOT = "00"
               DISPLAY "NO STATS HISTORY FOUND YET."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL EOF-FLAG = "Y"
               DISPLAY "MORE MONTHS THAN THE WORK TABLE HOLDS -"
                   " MSTATS.DAT LEFT UNTOUCHED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM POST-MONTHS-PROCEDURE
           DISPLAY "MONTHS ADDED      : " MONTHS-WRITTEN
           DISPLAY "MONTHS REFRESHED  : " MONTHS-UPDATED

           GOBACK.

       TALLY-ONE-DAY-PROCEDURE.
           DIVIDE STATS-REC-DATE BY 100 GIVING REC-YYYYMM
               DISPLAY "COULD NOT OPEN MSTATS.DAT - STATUS "
                   MONTHLY-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING MONTH-IDX FROM 1 BY 1
