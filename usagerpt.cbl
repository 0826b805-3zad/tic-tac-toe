
       78  BUCKET-OP-MAX VALUE 200.

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

       01  HOUR-TABLE.
           05 HOUR-ENTRY OCCURS 24 TIMES.
               10 HR-GAMES      PIC 9(6) VALUE 0.
       01  WEEKDAY-NAME-TABLE REDEFINES WEEKDAY-NAME-SETUP.
           05 WEEKDAY-NAME OCCURS 7 TIMES PIC X(9).

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE "USAGERPT" TO SP-REPORT-ID
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
                           ADD 1 TO GAMES-READ
                           PERFORM BUCKET-ONE-GAME-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PRINT-HOUR-REPORT-PROCEDURE
           PERFORM PRINT-WEEKDAY-REPORT-PROCEDURE

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "GAMES READ   : " GAMES-READ
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "GAMES SKIPPED: " GAMES-SKIPPED
               " (UNUSABLE DATE OR TIME)"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
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

      *----A record with a date or time outside its domain cannot be
      *----placed in a bucket - it is skipped and counted, never
      *----guessed at.
           END-IF.

       PRINT-HOUR-REPORT-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== GAMES BY HOUR OF DAY =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "HOUR  GAMES   OPERATORS  AVG-MOVES" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           MOVE 0 TO PEAK-GAMES
           MOVE 0 TO PEAK-HOUR
                   COMPUTE SHOW-HOUR = HOUR-IDX - 1
                   COMPUTE AVG-MOVES = HR-MOVES (HOUR-IDX)
                       / HR-GAMES (HOUR-IDX)
                   MOVE SPACES TO SP-LINE
                   STRING SHOW-HOUR "    " HR-GAMES (HOUR-IDX)
                       "  " HR-OP-COUNT (HOUR-IDX) "        "
                       AVG-MOVES
                       DELIMITED BY SIZE INTO SP-LINE
                   PERFORM PRINT-LINE-PROCEDURE
                   IF HR-GAMES (HOUR-IDX) > PEAK-GAMES
                       MOVE HR-GAMES (HOUR-IDX) TO PEAK-GAMES
                       MOVE SHOW-HOUR TO PEAK-HOUR
           END-PERFORM

           IF PEAK-GAMES > 0
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "PEAK HOUR: " PEAK-HOUR ":00 WITH "
                   PEAK-GAMES " GAME(S)"
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       PRINT-WEEKDAY-REPORT-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== GAMES BY DAY OF WEEK =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "DAY        GAMES   OPERATORS  AVG-MOVES" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 7
               IF WK-GAMES (DAY-IDX) > 0
                   COMPUTE AVG-MOVES = WK-MOVES (DAY-IDX)
                       / WK-GAMES (DAY-IDX)
                   MOVE SPACES TO SP-LINE
                   STRING WEEKDAY-NAME (DAY-IDX) " "
                       WK-GAMES (DAY-IDX) "  "
                       WK-OP-COUNT (DAY-IDX) "        "
                       AVG-MOVES
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

       END PROGRAM USAGERPT.
