       78  DAILY-MAX  VALUE 3660.
       78  WEEKLY-MAX VALUE 520.

       78  ADJ-MAX VALUE 500.

      *----Sessions a supervisor has adjudicated, with the result
      *----that now stands - V when the game was voided.
       77  ADJ-COUNT        PIC 999 VALUE 0.
       77  ADJ-FOUND-IDX    PIC 999 VALUE 0.
       77  ADJ-TBL-FULL     PIC X(1) VALUE "0".
       01  ADJ-TABLE.
           05 ADJ-ENTRY OCCURS 500 TIMES INDEXED BY ADJ-IDX.
               10 AJ-SESSION-ID PIC 9(14) VALUE 0.
               10 AJ-RESULT     PIC X(1) VALUE SPACE.

       01  DAILY-TABLE.
           05 DAILY-ENTRY OCCURS 3660 TIMES INDEXED BY DAILY-IDX.
               10 DAILY-DATE     PIC 9(8) VALUE 0.
               10 WEEKLY-O-WINS  PIC 999 VALUE 0.
               10 WEEKLY-TIES    PIC 999 VALUE 0.

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE "GAME-REPORT" TO SP-REPORT-ID
           MOVE SPACES TO SP-PARAMETERS
           PERFORM OPEN-SPOOL-PROCEDURE

           PERFORM LOAD-ADJUDICATIONS-PROCEDURE

           OPEN INPUT GAME-LOG-FILE

           IF GAME-LOG-STATUS NOT = "00"
               MOVE "NO GAME HISTORY FOUND YET." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               GOBACK
           END-IF

                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-ADJUDICATION-PROCEDURE
      *----------------A double no-show (N) was never played.
                       IF GL-ENTRY-TYPE = SPACE
                               AND GL-WINNER NOT = "N"
                           PERFORM TALLY-RECORD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PRINT-DAILY-REPORT-PROCEDURE
           PERFORM PRINT-WEEKLY-REPORT-PROCEDURE
           PERFORM PRINT-VS-COMPUTER-PROCEDURE
           IF ADJ-TBL-FULL = "1"
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: MORE ADJUDICATED GAMES THAN THE WORK"
                   " TABLE HOLDS - SOME CORRECTIONS NOT APPLIED."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           PERFORM CLOSE-SPOOL-PROCEDURE
           GOBACK.

      *----A first pass over the log gathers every adjudicated
      *----session. Reversing entries void what stood and a later
      *----correcting entry puts up the adjudicated result, so the
      *----last entry read for a session is the one that counts.
       LOAD-ADJUDICATIONS-PROCEDURE.
           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ GAME-LOG-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF GL-ENTRY-TYPE = "R" OR GL-ENTRY-TYPE = "C"
                           PERFORM NOTE-ADJUDICATION-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GAME-LOG-FILE
           MOVE "N" TO EOF-FLAG.

       NOTE-ADJUDICATION-PROCEDURE.
           PERFORM FIND-ADJUDICATION-PROCEDURE

           IF ADJ-FOUND-IDX = 0
               IF ADJ-COUNT < ADJ-MAX
                   ADD 1 TO ADJ-COUNT
                   MOVE GL-SESSION-ID TO AJ-SESSION-ID (ADJ-COUNT)
                   MOVE ADJ-COUNT TO ADJ-FOUND-IDX
               ELSE
                   MOVE "1" TO ADJ-TBL-FULL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF GL-ENTRY-TYPE = "R"
               MOVE "V" TO AJ-RESULT (ADJ-FOUND-IDX)
           ELSE
               MOVE GL-WINNER TO AJ-RESULT (ADJ-FOUND-IDX)
           END-IF.

       FIND-ADJUDICATION-PROCEDURE.
           MOVE 0 TO ADJ-FOUND-IDX

           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJ-COUNT
               IF AJ-SESSION-ID (ADJ-IDX) = GL-SESSION-ID
                   SET ADJ-FOUND-IDX TO ADJ-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----The game as played is counted with the adjudicated result
      *----in place of its own, or not at all once voided. The
      *----adjudication entries themselves are never counted - the
      *----entry type is left non-blank on anything to be skipped.
       APPLY-ADJUDICATION-PROCEDURE.
           IF GL-ENTRY-TYPE NOT = SPACE OR ADJ-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ADJUDICATION-PROCEDURE
           IF ADJ-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           IF AJ-RESULT (ADJ-FOUND-IDX) = "V"
               MOVE "V" TO GL-ENTRY-TYPE
           ELSE
               MOVE AJ-RESULT (ADJ-FOUND-IDX) TO GL-WINNER
           END-IF.

       TALLY-RECORD-PROCEDURE.

      *----Vs-computer games carry the computer's seat, so the human
           END-IF.

       PRINT-DAILY-REPORT-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== DAILY REPORT (X vs O) =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "DATE       X-WINS  O-WINS  TIES" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING DAILY-IDX FROM 1 BY 1
                   UNTIL DAILY-IDX > DAILY-COUNT
               MOVE SPACES TO SP-LINE
               STRING DAILY-DATE (DAILY-IDX) "   "
                   DAILY-X-WINS (DAILY-IDX) "     "
                   DAILY-O-WINS (DAILY-IDX) "     "
                   DAILY-TIES (DAILY-IDX)
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-PERFORM.

       PRINT-WEEKLY-REPORT-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== WEEKLY REPORT (X vs O) =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "WEEK-OF    X-WINS  O-WINS  TIES" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING WEEKLY-IDX FROM 1 BY 1
                   UNTIL WEEKLY-IDX > WEEKLY-COUNT
               MOVE SPACES TO SP-LINE
               STRING WEEKLY-DATE (WEEKLY-IDX) "   "
                   WEEKLY-X-WINS (WEEKLY-IDX) "     "
                   WEEKLY-O-WINS (WEEKLY-IDX) "     "
                   WEEKLY-TIES (WEEKLY-IDX)
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-PERFORM.

       PRINT-VS-COMPUTER-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== HUMAN VS COMPUTER =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "HUMAN WINS    : " HC-HUMAN-WINS
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "COMPUTER WINS : " HC-COMP-WINS
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "DRAWS         : " HC-DRAWS
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "GAMES THE COMPUTER OPENED: " HC-COMP-OPENED
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== FIRST-MOVER SPLIT =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "FIRST MOVER WON : " FM-WINS
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "FIRST MOVER LOST: " FM-LOSSES
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "DRAWS           : " FM-DRAWS
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "OPENER UNKNOWN (OLDER RECORDS): " FM-UNKNOWN
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

       END PROGRAM GAME-REPORT.
