       77  MTD-GAMES      PIC 9(7) VALUE 0.
       77  DAY-GAMES      PIC 9(6).

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           DIVIDE TODAY-DATE BY 100 GIVING MTD-YYYYMM

           MOVE "STATRPT" TO SP-REPORT-ID
           MOVE SPACES TO SP-PARAMETERS
           STRING "MONTH-TO-DATE " MTD-YYYYMM
               DELIMITED BY SIZE INTO SP-PARAMETERS
           PERFORM OPEN-SPOOL-PROCEDURE

           OPEN INPUT STATS-FILE

           IF STATS-STATUS NOT = "00"
               MOVE "NO STATS HISTORY FOUND YET." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               GOBACK
           END-IF

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== TIC-TAC-TOE STATS REPORT =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "DATE       X-WINS  O-WINS  DRAWS   GAMES" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM UNTIL EOF-FLAG = "Y"
               READ STATS-FILE NEXT RECORD

           PERFORM PRINT-MTD-TOTAL-PROCEDURE

           PERFORM CLOSE-SPOOL-PROCEDURE
           GOBACK.

       PRINT-DAY-LINE-PROCEDURE.
           COMPUTE DAY-GAMES =
               STATS-X-WINS + STATS-O-WINS + STATS-DRAWS

           MOVE SPACES TO SP-LINE
           STRING STATS-REC-DATE "   "
               STATS-X-WINS "     "
               STATS-O-WINS "     "
               STATS-DRAWS "     "
               DAY-GAMES
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           DIVIDE STATS-REC-DATE BY 100 GIVING REC-YYYYMM

           END-IF.

       PRINT-MTD-TOTAL-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "===== MONTH-TO-DATE TOTAL (" MTD-YYYYMM ") ====="
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "X-WINS  O-WINS  DRAWS   GAMES" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING MTD-X-WINS "     "
               MTD-O-WINS "     "
               MTD-DRAWS "     "
               MTD-GAMES
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE.

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

       END PROGRAM STATRPT.
