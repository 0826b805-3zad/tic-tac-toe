               10 MT-O-WINS     PIC 9(7) VALUE 0.
               10 MT-DRAWS      PIC 9(7) VALUE 0.

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE "TRENDRPT" TO SP-REPORT-ID
           MOVE SPACES TO SP-PARAMETERS
           PERFORM OPEN-SPOOL-PROCEDURE

           OPEN INPUT MONTHLY-STATS-FILE

           IF MONTHLY-STATUS NOT = "00"
               MOVE SPACES TO SP-LINE
               STRING "NO MONTHLY SUMMARY FILE FOUND - RUN MONTHEND"
                   " FIRST."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL EOF-FLAG = "Y"
           CLOSE MONTHLY-STATS-FILE

           IF MONTH-COUNT = 0
               MOVE "NO MONTHS ON FILE YET." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               GOBACK
           END-IF

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== MONTHLY TREND REPORT =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING PRINT-IDX FROM 1 BY 1
                   UNTIL PRINT-IDX > MONTH-COUNT
           END-PERFORM

           IF MONTH-TBL-FULL = "1"
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: MORE MONTHS THAN THE WORK TABLE"
                   " HOLDS - OLDEST MONTHS ONLY ARE SHOWN."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           PERFORM CLOSE-SPOOL-PROCEDURE
           GOBACK.

       NOTE-MONTH-PROCEDURE.
           IF MONTH-COUNT >= MONTH-MAX
               MOVE 0 TO X-SHARE O-SHARE DRAW-RATE
           END-IF

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING MT-YYYYMM (PRINT-IDX) ": GAMES "
               MT-GAMES (PRINT-IDX)
               "  X-SHARE " X-SHARE "%"
               "  O-SHARE " O-SHARE "%"
               "  DRAW-RATE " DRAW-RATE "%"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

      *----The file reads back in key order, so the prior month is
      *----simply the previous table entry when the months adjoin.
               COMPUTE GAMES-DELTA = MT-GAMES (PRINT-IDX)
                   - MT-GAMES (PRIOR-IDX)
               MOVE GAMES-DELTA TO DELTA-SHOWN
               MOVE SPACES TO SP-LINE
               STRING "  VS PRIOR MONTH (" MT-YYYYMM (PRIOR-IDX)
                   "): " DELTA-SHOWN " GAMES"
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           COMPUTE YEAR-AGO-MM = MT-YYYYMM (PRINT-IDX) - 100
               COMPUTE GAMES-DELTA = MT-GAMES (PRINT-IDX)
                   - MT-GAMES (YEAR-AGO-IDX)
               MOVE GAMES-DELTA TO DELTA-SHOWN
               MOVE SPACES TO SP-LINE
               STRING "  VS SAME MONTH LAST YEAR (" YEAR-AGO-MM
                   "): " DELTA-SHOWN " GAMES"
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

      *----Every line shown on SYSOUT also goes to the run's dated
      *----print file through RPTSPOOL.
       OPEN-SPOOL-PROCEDURE.
           MOVE "O" TO SP-ACTION
           CALL "RPTSPOOL" USING SPOOL-REQUEST.

       PRINT-LINE-PROCEDURE.
           DISPLAY FUNCTION TRIM (SP-LINE TRAILING)
           MOVE "L" TO SP-ACTION
           CALL "RPTSPOOL" USING SPOOL-REQUEST.

       CLOSE-SPOOL-PROCEDURE.
           MOVE "C" TO SP-ACTION
           CALL "RPTSPOOL" USING SPOOL-REQUEST.

       END PROGRAM TRENDRPT.
