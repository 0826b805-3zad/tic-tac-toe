               10 MS-COUNT      PIC 9(7) VALUE 0.
               10 MS-TOTAL      PIC 9(9) VALUE 0.

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM READ-CONFIG-PROCEDURE
           COMPUTE NEAR-LIMIT-LINE = CFG-MOVE-TIME-LIMIT - 10

           MOVE "THINKRPT" TO SP-REPORT-ID
           MOVE SPACES TO SP-PARAMETERS
           STRING "FORFEIT LIMIT " CFG-MOVE-TIME-LIMIT
                   " SECONDS, SLOWEST " RANK-DEPTH " SESSIONS"
               DELIMITED BY SIZE INTO SP-PARAMETERS
           PERFORM OPEN-SPOOL-PROCEDURE

           PERFORM LOAD-SESSION-MAP-PROCEDURE
           PERFORM SCAN-AUDIT-LOG-PROCEDURE

           IF MOVES-COUNTED = 0
               MOVE "NO TIMED MOVES FOUND IN THE AUDIT LOG." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               STOP RUN
           END-IF

           IF SESSION-TBL-FULL = "1"
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: MORE SESSIONS THAN THE WORK TABLE"
                   " HOLDS - RESULTS INCOMPLETE. ARCHIVE THE LOGS"
                   " AND RERUN."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           PERFORM PRINT-OVERALL-PROCEDURE
           PERFORM PRINT-SESSION-DETAIL-PROCEDURE
           PERFORM PRINT-SLOWEST-RANKING-PROCEDURE

           PERFORM CLOSE-SPOOL-PROCEDURE
           STOP RUN.

       READ-CONFIG-PROCEDURE.
           OPEN INPUT AUDIT-LOG-FILE

           IF AUDIT-STATUS NOT = "00"
               MOVE "NO AUDIT LOG FOUND." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               STOP RUN
           END-IF

       PRINT-OVERALL-PROCEDURE.
           COMPUTE AVG-THINK = TOTAL-THINK / MOVES-COUNTED

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== THINK-TIME REPORT =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "FORFEIT LIMIT (GAMECFG)   : " CFG-MOVE-TIME-LIMIT
               " SECONDS"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "HUMAN MOVES TIMED         : " MOVES-COUNTED
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "AVERAGE THINK TIME        : " AVG-THINK
               " SECOND(S)"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "MAXIMUM THINK TIME        : " MAX-THINK
               " SECOND(S)"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "MOVES WITHIN 10S OF LIMIT : " NEAR-LIMIT-CNT
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-BY-MOVE-NUMBER-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== THINK TIME BY MOVE NUMBER =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "MOVE  MOVES    AVG-SECS" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING MOVE-SLOT-IDX FROM 1 BY 1
                   UNTIL MOVE-SLOT-IDX > MOVE-SLOT-MAX
                   COMPUTE AVG-THINK = MS-TOTAL (MOVE-SLOT-IDX)
                       / MS-COUNT (MOVE-SLOT-IDX)
                   SET MOVE-NO-SHOWN TO MOVE-SLOT-IDX
                   MOVE SPACES TO SP-LINE
                   STRING MOVE-NO-SHOWN "    "
                       MS-COUNT (MOVE-SLOT-IDX) "  "
                       AVG-THINK
                       DELIMITED BY SIZE INTO SP-LINE
                   PERFORM PRINT-LINE-PROCEDURE
               END-IF
           END-PERFORM.

       PRINT-SESSION-DETAIL-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== PER-SESSION DETAIL =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "OPERATOR    SESSION         MOVES AVG  MAX "
               "NEAR-LIMIT"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING SESSION-IDX FROM 1 BY 1
                   UNTIL SESSION-IDX > SESSION-COUNT
               IF SS-MOVES (SESSION-IDX) > 0
                   COMPUTE SESSION-AVG = SS-TOTAL (SESSION-IDX)
                       / SS-MOVES (SESSION-IDX)
                   MOVE SPACES TO SP-LINE
                   STRING SS-OPERATOR (SESSION-IDX) "  "
                       SS-SESSION-ID (SESSION-IDX) "  "
                       SS-MOVES (SESSION-IDX) " "
                       SESSION-AVG " "
                       SS-MAX (SESSION-IDX) " "
                       SS-NEAR (SESSION-IDX)
                       DELIMITED BY SIZE INTO SP-LINE
                   PERFORM PRINT-LINE-PROCEDURE
               END-IF
           END-PERFORM.

      *----Pull the highest-average session out RANK-DEPTH times
      *----rather than sorting the whole table in place.
       PRINT-SLOWEST-RANKING-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== SLOWEST SESSIONS (BY AVERAGE) =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING RANK-NO FROM 1 BY 1
                   UNTIL RANK-NO > RANK-DEPTH
               END-IF

               MOVE "1" TO SS-RANKED (BEST-IDX)
               MOVE SPACES TO SP-LINE
               STRING RANK-NO ". " SS-OPERATOR (BEST-IDX) "  "
                   SS-SESSION-ID (BEST-IDX) "  AVG " BEST-AVG
                   "  MAX " SS-MAX (BEST-IDX)
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-PERFORM.

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

       END PROGRAM THINKRPT.
