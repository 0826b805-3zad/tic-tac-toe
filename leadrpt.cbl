      * Author: ZACHARY ALEXANDER DAVIS
      * Date: August 8th, 2026
      * Purpose: READ THE GAME LOG AND REPORT A PER-OPERATOR LEADERBOARD
      *          FOR THE CURRENT SEASON, A NAMED SEASON OR ALL TIME, AS
      *          THE SEASON ENVIRONMENT VARIABLE ASKS (BLANK = CURRENT,
      *          ALL = ALL TIME). A CLOSED SEASON IS REPORTED FROM THE
      *          BOARD SEASONCL FROZE INTO SEASONHS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.

           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SEASONHS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  GAME-LOG-FILE.
           COPY GAMELOG.

       FD  SEASON-HISTORY-FILE.
           COPY SEASONHS.

       WORKING-STORAGE SECTION.
       77  GAME-LOG-STATUS  PIC X(2).
       77  SEASONHS-STATUS  PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".
       77  SEASON-WANTED    PIC X(8).
       77  SEASON-STATE     PIC X(15).

       77  OP-COUNT         PIC 999 VALUE 0.
       77  FOUND-IDX        PIC 999 VALUE 0.

       78  OP-MAX VALUE 200.

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

       01  OP-TABLE.
           05 OP-ENTRY OCCURS 200 TIMES INDEXED BY OP-IDX.
               10 OP-ID       PIC X(10) VALUE SPACES.
               10 OP-VC-WINS  PIC 999 VALUE 0.
               10 OP-VC-LOSSES PIC 999 VALUE 0.

           COPY SEASONQ.

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           ACCEPT SEASON-WANTED FROM ENVIRONMENT "SEASON"
           MOVE FUNCTION UPPER-CASE (SEASON-WANTED) TO SR-SELECTOR
           CALL "SEASONQ" USING SEASON-REQUEST

           MOVE "LEADRPT" TO SP-REPORT-ID
           MOVE SPACES TO SP-PARAMETERS
           IF SR-SCOPE NOT = "A"
               STRING "SEASON " SR-SEASON-ID
                   DELIMITED BY SIZE INTO SP-PARAMETERS
           ELSE
               IF SR-SELECTOR = "ALL"
                   MOVE "ALL TIME" TO SP-PARAMETERS
               END-IF
           END-IF
           PERFORM OPEN-SPOOL-PROCEDURE

           IF SR-RETURN = "23"
               MOVE SPACES TO SP-LINE
               STRING "SEASON " FUNCTION TRIM (SR-SELECTOR)
                   " IS NOT ON THE SEASON.DAT CALENDAR."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF SR-RETURN = "10"
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: EVERY SEASON ON SEASON.DAT IS CLOSED -"
                   " REPORTING ALL TIME." DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

      *----A closed season's board was frozen when it closed - the
      *----games behind it may since have been archived off the log.
           IF SR-SCOPE = "P"
               PERFORM LOAD-SEASON-BOARD-PROCEDURE
               PERFORM PRINT-LEADERBOARD-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               GOBACK
           END-IF

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
                               AND (SR-SCOPE = "A"
                               OR (GL-DATE >= SR-START-DATE
                               AND GL-DATE <= SR-END-DATE))
                           PERFORM TALLY-RECORD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GAME-LOG-FILE

           PERFORM PRINT-LEADERBOARD-PROCEDURE
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
      *----In a vs-computer game the operator holds whichever seat
      *----the computer did not. Otherwise the signed-on operator
               SET FOUND-IDX TO OP-IDX
           END-IF.

       LOAD-SEASON-BOARD-PROCEDURE.
           OPEN INPUT SEASON-HISTORY-FILE
           IF SEASONHS-STATUS NOT = "00"
               MOVE "NO SEASON HISTORY FOUND." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE SR-SEASON-ID TO SH-SEASON-ID
           MOVE "B" TO SH-REC-TYPE
           MOVE 0 TO SH-SEQ
           MOVE LOW-VALUES TO SH-OPERATOR-ID SH-AWARD-CODE
           START SEASON-HISTORY-FILE KEY NOT < SH-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
               READ SEASON-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SH-SEASON-ID = SR-SEASON-ID
                               AND SH-REC-TYPE = "B"
                           PERFORM LOAD-BOARD-LINE-PROCEDURE
                       ELSE
                           MOVE "Y" TO EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SEASON-HISTORY-FILE.

       LOAD-BOARD-LINE-PROCEDURE.
           MOVE SH-OPERATOR-ID TO TALLY-ID
           PERFORM FIND-OR-ADD-OPERATOR-PROCEDURE

           IF FOUND-IDX > 0
               MOVE SH-WON TO OP-WINS (FOUND-IDX)
               MOVE SH-LOST TO OP-LOSSES (FOUND-IDX)
               MOVE SH-DRAWN TO OP-DRAWS (FOUND-IDX)
               MOVE SH-VC-WINS TO OP-VC-WINS (FOUND-IDX)
               MOVE SH-VC-LOSSES TO OP-VC-LOSSES (FOUND-IDX)
           END-IF.

       PRINT-LEADERBOARD-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== OPERATOR LEADERBOARD =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           IF SR-SCOPE NOT = "A"
               PERFORM PRINT-SEASON-LINE-PROCEDURE
           END-IF
           MOVE "OPERATOR    WON     LOST    DRAWN   VS-COMP W/L"
               TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OP-COUNT
               MOVE SPACES TO SP-LINE
               STRING OP-ID (OP-IDX) "  "
                   OP-WINS (OP-IDX) "     "
                   OP-LOSSES (OP-IDX) "     "
                   OP-DRAWS (OP-IDX) "     "
                   OP-VC-WINS (OP-IDX) "/"
                   OP-VC-LOSSES (OP-IDX)
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-PERFORM.

       PRINT-SEASON-LINE-PROCEDURE.
           EVALUATE SR-SCOPE
               WHEN "P"
                   MOVE "CLOSED" TO SEASON-STATE
               WHEN "F"
                   MOVE "NOT YET STARTED" TO SEASON-STATE
               WHEN OTHER
                   MOVE "IN PLAY" TO SEASON-STATE
           END-EVALUATE
           MOVE SPACES TO SP-LINE
           STRING "SEASON " FUNCTION TRIM (SR-SEASON-ID) " - "
               FUNCTION TRIM (SR-SEASON-NAME) " ("
               SR-START-DATE " TO " SR-END-DATE ") " SEASON-STATE
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

       END PROGRAM LEADRPT.
