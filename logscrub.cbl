       77  AUDITS-CLEAN     PIC 9(7) VALUE 0.
       77  AUDITS-SIDELINED PIC 9(7) VALUE 0.

           COPY SYSWIN.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE "LOGSCRUB" TO WR-PROGRAM
           PERFORM CLOSE-BATCH-WINDOW-PROCEDURE

      *----Suspense holds the only copy of whatever was sidelined -
      *----each run appends to it, never over it, so nothing waits
      *----unreviewed and then vanishes under a second run.
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
           STOP RUN.

       SCRUB-GAME-LOG-PROCEDURE.
      *----the one it is filed under.
      *----  G01 DATE NOT A REAL CALENDAR DATE
      *----  G02 TIME NOT NUMERIC
      *----  G03 WINNER NOT X, O, D OR N
      *----  G04 MOVE COUNT NOT NUMERIC
      *----  G05 OPERATOR ID BLANK
      *----  G06 SESSION ID NOT NUMERIC
      *----  G07 ENTRY TYPE NOT BLANK, R OR C, OR AN ADJUDICATION
      *----      ENTRY WITHOUT A REASON CODE
       JUDGE-GAME-RECORD-PROCEDURE.
           MOVE SPACES TO REASON-CODE

           END-IF

           IF GL-WINNER NOT = "X" AND GL-WINNER NOT = "O"
                   AND GL-WINNER NOT = "D" AND GL-WINNER NOT = "N"
               MOVE "G03" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF
           IF GL-SESSION-ID NOT NUMERIC
               MOVE "G06" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF

           IF GL-ENTRY-TYPE NOT = SPACE AND GL-ENTRY-TYPE NOT = "R"
                   AND GL-ENTRY-TYPE NOT = "C"
               MOVE "G07" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF
           IF GL-ENTRY-TYPE NOT = SPACE AND GL-ADJ-REASON = SPACES
               MOVE "G07" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF.

       SCRUB-AUDIT-LOG-PROCEDURE.
           CLOSE AUDIT-CLEAN-FILE
           CLOSE AUDIT-LOG-FILE.

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

       END PROGRAM LOGSCRUB.
