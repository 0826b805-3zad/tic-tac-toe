       77  AUDIT-RECS-READ  PIC 9(6) VALUE 0.
       77  GAME-RECS-READ   PIC 9(6) VALUE 0.
       77  LEGACY-GAME-RECS PIC 9(6) VALUE 0.
       77  OFF-SYSTEM-GAME-RECS PIC 9(6) VALUE 0.
       77  STATS-RECS-READ  PIC 9(6) VALUE 0.
       77  EXCEPTION-COUNT  PIC 9(4) VALUE 0.

           DISPLAY "SESSIONS SEEN      : " SESSION-COUNT
           DISPLAY "GAME RECORDS READ  : " GAME-RECS-READ
           DISPLAY "  WITHOUT SESSION  : " LEGACY-GAME-RECS
           DISPLAY "  OFF-SYSTEM       : " OFF-SYSTEM-GAME-RECS
           DISPLAY "STATS RECORDS READ : " STATS-RECS-READ
           IF ARCHIVED-DAY-CNT > 0
               DISPLAY "STATS DAYS BEFORE PURGE CUTOFF "
               EXIT PARAGRAPH
           END-IF

      *----An adjudication entry repeats a game already matched.
           IF GL-ENTRY-TYPE = "R" OR GL-ENTRY-TYPE = "C"
               EXIT PARAGRAPH
           END-IF

           IF GL-SESSION-ID NOT NUMERIC OR GL-SESSION-ID = 0
               ADD 1 TO LEGACY-GAME-RECS
               EXIT PARAGRAPH
           END-IF

      *----A game posted from a paper sheet was never on the board.
           IF GL-SESSION-ID (9:6) > "900000"
               ADD 1 TO OFF-SYSTEM-GAME-RECS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO FOUND-IDX
           PERFORM VARYING SESSION-IDX FROM 1 BY 1
                   UNTIL SESSION-IDX > SESSION-COUNT
           END-IF

           IF DAILY-FOUND-IDX > 0
               EVALUATE TRUE
                   WHEN GL-WINNER = "N"
                       CONTINUE
                   WHEN GL-ENTRY-TYPE = "R"
                       PERFORM BACK-OUT-OUTCOME-PROCEDURE
                   WHEN GL-WINNER = "X"
                       ADD 1 TO DR-X-WINS (DAILY-FOUND-IDX)
                   WHEN GL-WINNER = "O"
                       ADD 1 TO DR-O-WINS (DAILY-FOUND-IDX)
                   WHEN OTHER
                       ADD 1 TO DR-DRAWS (DAILY-FOUND-IDX)
               END-EVALUATE
           END-IF.

      *----A reversing entry carries the result it cancels, under the
      *----game's own date - take that result back off the day.
       BACK-OUT-OUTCOME-PROCEDURE.
           EVALUATE GL-WINNER
               WHEN "X"
                   IF DR-X-WINS (DAILY-FOUND-IDX) > 0
                       SUBTRACT 1 FROM DR-X-WINS (DAILY-FOUND-IDX)
                   END-IF
               WHEN "O"
                   IF DR-O-WINS (DAILY-FOUND-IDX) > 0
                       SUBTRACT 1 FROM DR-O-WINS (DAILY-FOUND-IDX)
                   END-IF
               WHEN OTHER
                   IF DR-DRAWS (DAILY-FOUND-IDX) > 0
                       SUBTRACT 1 FROM DR-DRAWS (DAILY-FOUND-IDX)
                   END-IF
           END-EVALUATE.

       CHECK-SEQUENCE-GAPS-PROCEDURE.
           PERFORM VARYING SESSION-IDX FROM 1 BY 1
                   UNTIL SESSION-IDX > SESSION-COUNT
