               10 DR-OLD-D      PIC 9(5) VALUE 0.
               10 DR-HAD-OLD    PIC X VALUE "0".

           COPY SYSWIN.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE "STATFIX" TO WR-PROGRAM
           PERFORM CLOSE-BATCH-WINDOW-PROCEDURE

           DISPLAY " "
           DISPLAY "===== STATS.DAT REBUILD FROM GAME LOG ====="

               DISPLAY "NO GAME HISTORY TO REBUILD FROM - STATS.DAT"
                   " LEFT UNTOUCHED."
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

           DISPLAY "DAYS IN DISAGREEMENT: " DISAGREE-COUNT
           DISPLAY "DAYS CARRIED FORWARD: " CARRIED-COUNT

           PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
           STOP RUN.

      *----Take a picture of whatever is still readable in the old
       TALLY-ONE-GAME-PROCEDURE.
           PERFORM FIND-OR-ADD-DAY-PROCEDURE
           IF FOUND-IDX > 0
               EVALUATE TRUE
                   WHEN GL-WINNER = "N"
                       CONTINUE
                   WHEN GL-ENTRY-TYPE = "R"
                       PERFORM BACK-OUT-OUTCOME-PROCEDURE
                   WHEN GL-WINNER = "X"
                       ADD 1 TO DR-X-WINS (FOUND-IDX)
                   WHEN GL-WINNER = "O"
                       ADD 1 TO DR-O-WINS (FOUND-IDX)
                   WHEN OTHER
                       ADD 1 TO DR-DRAWS (FOUND-IDX)
               END-EVALUATE
           END-IF.

      *----A reversing entry carries the result it cancels, under the
      *----game's own date - take that result back off the day.
       BACK-OUT-OUTCOME-PROCEDURE.
           EVALUATE GL-WINNER
               WHEN "X"
                   IF DR-X-WINS (FOUND-IDX) > 0
                       SUBTRACT 1 FROM DR-X-WINS (FOUND-IDX)
                   END-IF
               WHEN "O"
                   IF DR-O-WINS (FOUND-IDX) > 0
                       SUBTRACT 1 FROM DR-O-WINS (FOUND-IDX)
                   END-IF
               WHEN OTHER
                   IF DR-DRAWS (FOUND-IDX) > 0
                       SUBTRACT 1 FROM DR-DRAWS (FOUND-IDX)
                   END-IF
           END-EVALUATE.

       FIND-OR-ADD-DAY-PROCEDURE.
           MOVE 0 TO FOUND-IDX

                       " TABLE HOLDS - ARCHIVE THE GAME LOG AND"
                       " RERUN. STATS.DAT LEFT UNTOUCHED."
                   MOVE 8 TO RETURN-CODE
                   PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
                   STOP RUN
               END-IF
               ADD 1 TO DAILY-COUNT
               DISPLAY "COULD NOT REWRITE STATS.DAT - STATUS "
                   STATS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

               END-IF
           END-PERFORM.

      *----The live files are rewritten here - the terminals start
      *----no new games until the run is over.
       CLOSE-BATCH-WINDOW-PROCEDURE.
           MOVE "C" TO WR-ACTION
           CALL "SYSWIN" USING WINDOW-REQUEST.

       REOPEN-BATCH-WINDOW-PROCEDURE.
           MOVE RETURN-CODE TO WR-HELD-RC
           MOVE "O" TO WR-ACTION
           CALL "SYSWIN" USING WINDOW-REQUEST
           MOVE WR-HELD-RC TO RETURN-CODE.

       END PROGRAM STATFIX.
