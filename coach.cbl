               10 CELL OCCURS 3 TO 5 TIMES DEPENDING ON BOARD-DIM.
                   15 CELL-VALUE PIC X VALUE SPACE.

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE "COACH" TO SP-REPORT-ID
           MOVE SPACES TO SP-PARAMETERS
           PERFORM OPEN-SPOOL-PROCEDURE

           PERFORM READ-CONFIG-PROCEDURE
           PERFORM LOAD-SESSION-MAP-PROCEDURE

           IF SESSION-COUNT = 0
               MOVE "NO GAME HISTORY TO COACH FROM." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               STOP RUN
           END-IF

           OPEN INPUT AUDIT-STORE-FILE

           IF AUDIT-STATUS NOT = "00"
               MOVE "NO AUDITIDX.DAT MOVE STORE FOUND." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               STOP RUN
           END-IF

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== MOVE-QUALITY COACHING REPORT =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING SESSION-IDX FROM 1 BY 1
                   UNTIL SESSION-IDX > SESSION-COUNT
           CLOSE AUDIT-STORE-FILE

           IF SESSION-TBL-FULL = "1"
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: MORE SESSIONS THAN THE WORK TABLE"
                   " HOLDS - COACHING INCOMPLETE. ARCHIVE THE LOGS"
                   " AND RERUN."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF
           IF OP-TBL-FULL = "1"
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: MORE OPERATORS THAN THE WORK TABLE"
                   " HOLDS - SUMMARY INCOMPLETE. ARCHIVE THE LOGS"
                   " AND RERUN."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           PERFORM PRINT-OPERATOR-SUMMARY-PROCEDURE

           PERFORM CLOSE-SPOOL-PROCEDURE
           STOP RUN.

       READ-CONFIG-PROCEDURE.

       NOTE-AUDIT-RECORD-PROCEDURE.
           IF AUDIT-COUNT >= AUDIT-MAX
               MOVE SPACES TO SP-LINE
               STRING "SESSION " SS-SESSION-ID (SESSION-IDX)
                   " LONGER THAN THE REPLAY TABLE - COACHING ONLY"
                   " ITS FIRST " AUDIT-COUNT " RECORDS."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE "Y" TO EOF-FLAG
               EXIT PARAGRAPH
           END-IF
           END-PERFORM

           IF CORRUPT-FLAG = "1"
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "SESSION " SS-SESSION-ID (SESSION-IDX)
                   " HAS MOVES OFF ANY LEGAL BOARD - SKIPPED."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

       SHOW-SESSION-HEADER-PROCEDURE.
           IF SESSION-SHOWN = "0"
               MOVE "1" TO SESSION-SHOWN
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "SESSION " SS-SESSION-ID (SESSION-IDX)
                   "  X=" SS-X-ID (SESSION-IDX)
                   "  O=" SS-O-ID (SESSION-IDX)
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       NOTE-MISSED-WIN-PROCEDURE.
           PERFORM SHOW-SESSION-HEADER-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "  MOVE " MOVE-NO " (" MOVER-MARK "): HAD A"
               " WINNING CELL AT (" BEST-R "," BEST-C ") - PLAYED ("
               AT-ROW (HIT-IDX) "," AT-COL (HIT-IDX) ")"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           PERFORM FIND-MOVE-OPERATOR-PROCEDURE
           IF FOUND-IDX > 0
               ADD 1 TO OP-MISSED-WIN (FOUND-IDX)

       NOTE-MISSED-BLOCK-PROCEDURE.
           PERFORM SHOW-SESSION-HEADER-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "  MOVE " MOVE-NO " (" MOVER-MARK "): OPPONENT"
               " WIN AT (" BEST-R "," BEST-C ") NOT BLOCKED -"
               " PLAYED (" AT-ROW (HIT-IDX) ","
               AT-COL (HIT-IDX) ")"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           PERFORM FIND-MOVE-OPERATOR-PROCEDURE
           IF FOUND-IDX > 0
               ADD 1 TO OP-MISSED-BLK (FOUND-IDX)
           END-IF.

       PRINT-OPERATOR-SUMMARY-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== PER-OPERATOR COACHING SUMMARY =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "OPERATOR    MOVES  MISSED-WINS MISSED-BLOCKS"
               " BLUNDER-PCT"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OP-COUNT
                       ((OP-MISSED-WIN (OP-IDX)
                           + OP-MISSED-BLK (OP-IDX)) * 100)
                           / OP-MOVES (OP-IDX)
                   MOVE SPACES TO SP-LINE
                   STRING OP-ID (OP-IDX) "  "
                       OP-MOVES (OP-IDX) "  "
                       OP-MISSED-WIN (OP-IDX) "        "
                       OP-MISSED-BLK (OP-IDX) "          "
                       BLUNDER-RATE
                       DELIMITED BY SIZE INTO SP-LINE
                   PERFORM PRINT-LINE-PROCEDURE
               END-IF
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

       END PROGRAM COACH.
