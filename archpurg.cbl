               10 YT-FILE-TAG  PIC X(2) VALUE SPACES.
               10 YT-YEAR      PIC 9(4) VALUE 0.

           COPY SYSWIN.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE "ARCHPURG" TO WR-PROGRAM
           PERFORM CLOSE-BATCH-WINDOW-PROCEDURE

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           DISPLAY " "

           PERFORM PRINT-SUMMARY-PROCEDURE

           PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
           GOBACK.

       PROMPT-CUTOFF-PROCEDURE.
           DISPLAY "ENTER CUTOFF DATE (YYYYMMDD) - RECORDS BEFORE"
           IF CUTOFF-ANSWER NOT NUMERIC
               DISPLAY "CUTOFF DATE MUST BE EIGHT DIGITS - RUN ENDED."
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               GOBACK
           END-IF

           MOVE CUTOFF-ANSWER TO CUTOFF-DATE.
               DISPLAY "CONTROL TOTALS DO NOT BALANCE - RUN ENDED"
                   " WITH CURRENT FILES UNTOUCHED."
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               GOBACK
           END-IF

           MOVE "SPLIT" TO AC-MARKER
                   DISPLAY "TOO MANY ARCHIVE YEARS FOR ONE RUN -"
                       " RERUN WITH AN EARLIER CUTOFF."
                   MOVE 8 TO RETURN-CODE
                   PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
                   GOBACK
               END-IF
               ADD 1 TO YEAR-COUNT
               SET YEAR-IDX TO YEAR-COUNT
                   " HAS SHRUNK SINCE THE SPLIT - RUN ENDED WITH"
                   " THE FILE LEFT UNTOUCHED."
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               GOBACK
           END-IF

           IF CUR-REC-COUNT > SPLIT-READ-COUNT
           END-IF
           DISPLAY "RUN COMPLETE - TRAILERS WRITTEN TO ARCHCTL.DAT".

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

       END PROGRAM ARCHPURG.
