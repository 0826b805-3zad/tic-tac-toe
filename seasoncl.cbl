      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: SEASON CLOSE - ONCE THE CURRENT SEASON ON THE
      *          SEASON.DAT CALENDAR HAS RUN PAST ITS END DATE, FREEZE
      *          ITS STANDINGS INTO THE PERMANENT SEASONHS.DAT HISTORY
      *          (THE FINAL RATINGS.DAT LEDGER, THE LADDER.DAT RUNG
      *          ORDER, THE LEADERBOARD AND THE AWARDS EARNED IN THE
      *          SEASON), THEN START THE NEXT SEASON: THE LADDER IS
      *          EMPTIED AND EVERY RATING IS PULLED TOWARD THE 1000
      *          START VALUE, KEEPING ONLY THE SHARE OF ITS DISTANCE
      *          FROM 1000 THAT THE NEXT SEASON'S CALENDAR LINE CARRIES.
      *          RATINGS IS RUN BEFORE THE SNAPSHOT TO MAKE THE LEDGER
      *          FINAL, AND AGAIN AFTER TO OPEN THE NEW ONE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SEASONCL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SEASONHS-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-OPERATOR-ID
               FILE STATUS IS RATINGS-STATUS.

           SELECT LADDER-FILE ASSIGN TO "LADDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LADDER-STATUS.

           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.

           SELECT AWARDS-FILE ASSIGN TO "AWARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AW-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS AWARDS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SEASON-HISTORY-FILE.
           COPY SEASONHS.

       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-OPERATOR-ID   PIC X(10).
           05 RT-GAMES         PIC 9(5).
           05 RT-WINS-AS-X     PIC 9(5).
           05 RT-WINS-AS-O     PIC 9(5).
           05 RT-RATING        PIC 9(4).

       FD  LADDER-FILE.
       01  LADDER-RECORD.
           05 LD-OPERATOR-ID   PIC X(10).

       FD  GAME-LOG-FILE.
           COPY GAMELOG.

       FD  AWARDS-FILE.
           COPY AWARDS.

       WORKING-STORAGE SECTION.
       77  SEASONHS-STATUS  PIC X(2).
       77  RATINGS-STATUS   PIC X(2).
       77  LADDER-STATUS    PIC X(2).
       77  GAME-LOG-STATUS  PIC X(2).
       77  AWARDS-STATUS    PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".

       77  TODAY-DATE       PIC 9(8).
       77  CURRENT-TIME     PIC 9(8).
       77  CLOSING-ID       PIC X(8).
       77  CLOSING-START    PIC 9(8).
       77  CLOSING-END      PIC 9(8).
       77  OPENING-ID       PIC X(8).
       77  OPENING-CARRY    PIC 9(3).
       77  NEW-RATING       PIC S9(5).
       77  RATINGS-RC       PIC S9(4) VALUE 0.

       77  RATINGS-SAVED    PIC 9(5) VALUE 0.
       77  RUNGS-SAVED      PIC 9(4) VALUE 0.
       77  BOARD-SAVED      PIC 9(5) VALUE 0.
       77  AWARDS-SAVED     PIC 9(5) VALUE 0.
       77  OPENINGS-SAVED   PIC 9(5) VALUE 0.
       77  WRITE-ERRORS     PIC 9(5) VALUE 0.

       77  OP-COUNT         PIC 999 VALUE 0.
       77  FOUND-IDX        PIC 999 VALUE 0.
       77  TALLY-ID         PIC X(10).
       77  TALLY-SEAT       PIC X.
       77  VS-COMPUTER-FLAG PIC X.
       77  OP-TBL-FULL      PIC X(1) VALUE "0".

       78  OP-MAX VALUE 200.
       78  START-RATING VALUE 1000.

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

      *----The season's leaderboard, tallied the way LEADRPT does,
      *----with each adjudicated game at the result that stands.
       01  OP-TABLE.
           05 OP-ENTRY OCCURS 200 TIMES INDEXED BY OP-IDX.
               10 OP-ID       PIC X(10) VALUE SPACES.
               10 OP-WINS     PIC 9(5) VALUE 0.
               10 OP-LOSSES   PIC 9(5) VALUE 0.
               10 OP-DRAWS    PIC 9(5) VALUE 0.
               10 OP-VC-WINS  PIC 9(5) VALUE 0.
               10 OP-VC-LOSSES PIC 9(5) VALUE 0.

           COPY SEASONQ.

           COPY SYSWIN.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE "SEASONCL" TO WR-PROGRAM
           PERFORM CLOSE-BATCH-WINDOW-PROCEDURE

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           DISPLAY " "
           DISPLAY "===== SEASON CLOSE ====="

           MOVE SPACES TO SR-SELECTOR
           CALL "SEASONQ" USING SEASON-REQUEST

           EVALUATE SR-RETURN
               WHEN "35"
                   DISPLAY "NO SEASON.DAT CALENDAR - THERE IS NO SEASON"
                       " TO CLOSE."
                   MOVE 8 TO RETURN-CODE
                   PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
                   STOP RUN
               WHEN "10"
                   DISPLAY "EVERY SEASON ON SEASON.DAT IS ALREADY"
                       " CLOSED - ADD THE NEXT SEASON."
                   MOVE 8 TO RETURN-CODE
                   PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
                   STOP RUN
           END-EVALUATE

           MOVE SR-SEASON-ID TO CLOSING-ID
           MOVE SR-START-DATE TO CLOSING-START
           MOVE SR-END-DATE TO CLOSING-END
           MOVE SR-NEXT-SEASON-ID TO OPENING-ID
           MOVE SR-NEXT-CARRY-PCT TO OPENING-CARRY

           DISPLAY "CURRENT SEASON " FUNCTION TRIM (CLOSING-ID) " - "
               FUNCTION TRIM (SR-SEASON-NAME) " (" CLOSING-START
               " TO " CLOSING-END ")"

      *----Games may still be played on the last day of the season,
      *----so it closes the day after at the earliest.
           IF TODAY-DATE <= CLOSING-END
               DISPLAY "SEASON " FUNCTION TRIM (CLOSING-ID)
                   " RUNS THROUGH " CLOSING-END " - NOTHING CLOSED."
               MOVE 4 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

           IF OPENING-ID = SPACES
               DISPLAY "NO SEASON FOLLOWS " FUNCTION TRIM (CLOSING-ID)
                   " ON SEASON.DAT - ADD THE NEXT SEASON BEFORE"
                   " CLOSING THIS ONE."
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

           IF OPENING-CARRY > 100
               DISPLAY "SEASON " FUNCTION TRIM (OPENING-ID)
                   " CARRIES " OPENING-CARRY " PERCENT - THE CARRY-OVER"
                   " MUST BE 000 TO 100. NOTHING CLOSED."
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

      *----The final ledger is rebuilt first so late adjudications
      *----and the season's last games are all in the snapshot. Each
      *----rebuild is cancelled after it runs so the opening rebuild
      *----starts from a fresh copy and not the closing season's
      *----tables.
           DISPLAY "REBUILDING THE FINAL RATINGS LEDGER ..."
           CALL "RATINGS"
           MOVE RETURN-CODE TO RATINGS-RC
           CANCEL "RATINGS"
           IF RATINGS-RC >= 8
               DISPLAY "RATINGS ENDED WITH RC " RATINGS-RC
                   " - NOTHING CLOSED."
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

           OPEN I-O SEASON-HISTORY-FILE
           IF SEASONHS-STATUS = "35"
               OPEN OUTPUT SEASON-HISTORY-FILE
               CLOSE SEASON-HISTORY-FILE
               OPEN I-O SEASON-HISTORY-FILE
           END-IF
           IF SEASONHS-STATUS NOT = "00"
               DISPLAY "SEASONHS.DAT COULD NOT BE OPENED - STATUS "
                   SEASONHS-STATUS " - NOTHING CLOSED."
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

           PERFORM SAVE-RATINGS-PROCEDURE
           PERFORM SAVE-LADDER-PROCEDURE
           PERFORM SAVE-LEADERBOARD-PROCEDURE
           PERFORM SAVE-AWARDS-PROCEDURE

      *----Nothing is reset unless the whole snapshot is on file. The
      *----season stays open and a rerun writes the snapshot again.
           IF WRITE-ERRORS > 0 OR OP-TBL-FULL = "1"
                   OR ADJ-TBL-FULL = "1"
               CLOSE SEASON-HISTORY-FILE
               DISPLAY WRITE-ERRORS " HISTORY RECORD(S) COULD NOT BE"
                   " WRITTEN OR THE LEADERBOARD WAS INCOMPLETE -"
                   " SEASON LEFT OPEN, LADDER AND RATINGS UNTOUCHED."
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

      *----The header goes on last - it is what marks the season
      *----closed, so a run that dies before here closes nothing.
           PERFORM WRITE-HEADER-PROCEDURE
           CLOSE SEASON-HISTORY-FILE

           IF WRITE-ERRORS > 0
               DISPLAY "THE CLOSING HEADER COULD NOT BE WRITTEN -"
                   " SEASON LEFT OPEN, LADDER AND RATINGS UNTOUCHED."
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

           PERFORM RESET-LADDER-PROCEDURE

           DISPLAY "OPENING THE " FUNCTION TRIM (OPENING-ID)
               " RATINGS LEDGER ..."
           CALL "RATINGS"
           MOVE RETURN-CODE TO RATINGS-RC
           CANCEL "RATINGS"

           DISPLAY " "
           DISPLAY "===== SEASON " FUNCTION TRIM (CLOSING-ID)
               " CLOSED ====="
           DISPLAY "FINAL RATINGS SAVED  : " RATINGS-SAVED
           DISPLAY "LADDER RUNGS SAVED   : " RUNGS-SAVED
           DISPLAY "LEADERBOARD LINES    : " BOARD-SAVED
           DISPLAY "AWARDS SAVED         : " AWARDS-SAVED
           DISPLAY "OPENING RATINGS FOR  " FUNCTION TRIM (OPENING-ID)
               ": " OPENINGS-SAVED " AT " OPENING-CARRY
               "% CARRY-OVER"

           IF RATINGS-RC >= 8
               DISPLAY "RATINGS COULD NOT OPEN THE NEW LEDGER - RC "
                   RATINGS-RC " - RERUN RATINGS."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
           STOP RUN.

      *----A rerun after a failed close finds its own records from
      *----the first attempt already on file and writes over them.
       WRITE-HISTORY-PROCEDURE.
           WRITE SEASON-HISTORY-RECORD
               INVALID KEY
                   REWRITE SEASON-HISTORY-RECORD
                       INVALID KEY
                           ADD 1 TO WRITE-ERRORS
                   END-REWRITE
           END-WRITE.

      *----Each final rating is saved, and the same operator opens
      *----the next season that share of the way from 1000.
       SAVE-RATINGS-PROCEDURE.
           OPEN INPUT RATINGS-FILE
           IF RATINGS-STATUS NOT = "00"
               DISPLAY "NOTICE: NO RATINGS.DAT LEDGER TO SAVE."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ RATINGS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM SAVE-ONE-RATING-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE RATINGS-FILE.

       SAVE-ONE-RATING-PROCEDURE.
           INITIALIZE SEASON-HISTORY-RECORD
           MOVE CLOSING-ID TO SH-SEASON-ID
           MOVE "R" TO SH-REC-TYPE
           MOVE 0 TO SH-SEQ
           MOVE RT-OPERATOR-ID TO SH-OPERATOR-ID
           MOVE SPACES TO SH-AWARD-CODE
           MOVE RT-GAMES TO SH-GAMES
           MOVE RT-WINS-AS-X TO SH-WINS-AS-X
           MOVE RT-WINS-AS-O TO SH-WINS-AS-O
           MOVE RT-RATING TO SH-RATING
           PERFORM WRITE-HISTORY-PROCEDURE
           ADD 1 TO RATINGS-SAVED

           COMPUTE NEW-RATING ROUNDED = START-RATING
               + (RT-RATING - START-RATING) * OPENING-CARRY / 100
           IF NEW-RATING < 0
               MOVE 0 TO NEW-RATING
           END-IF

           INITIALIZE SEASON-HISTORY-RECORD
           MOVE OPENING-ID TO SH-SEASON-ID
           MOVE "O" TO SH-REC-TYPE
           MOVE 0 TO SH-SEQ
           MOVE RT-OPERATOR-ID TO SH-OPERATOR-ID
           MOVE SPACES TO SH-AWARD-CODE
           MOVE NEW-RATING TO SH-OPENING-RATING
           MOVE RT-RATING TO SH-CLOSING-RATING
           PERFORM WRITE-HISTORY-PROCEDURE
           ADD 1 TO OPENINGS-SAVED.

       SAVE-LADDER-PROCEDURE.
           OPEN INPUT LADDER-FILE
           IF LADDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ LADDER-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF LD-OPERATOR-ID NOT = SPACES
                           ADD 1 TO RUNGS-SAVED
                           INITIALIZE SEASON-HISTORY-RECORD
                           MOVE CLOSING-ID TO SH-SEASON-ID
                           MOVE "L" TO SH-REC-TYPE
                           MOVE RUNGS-SAVED TO SH-SEQ
                           MOVE LD-OPERATOR-ID TO SH-OPERATOR-ID
                           MOVE SPACES TO SH-AWARD-CODE
                           PERFORM WRITE-HISTORY-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LADDER-FILE.

       SAVE-LEADERBOARD-PROCEDURE.
           PERFORM LOAD-ADJUDICATIONS-PROCEDURE

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
                       PERFORM APPLY-ADJUDICATION-PROCEDURE
      *----------------A double no-show (N) was never played.
                       IF GL-ENTRY-TYPE = SPACE
                               AND GL-WINNER NOT = "N"
                               AND GL-DATE >= CLOSING-START
                               AND GL-DATE <= CLOSING-END
                           PERFORM TALLY-RECORD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GAME-LOG-FILE

           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OP-COUNT
               INITIALIZE SEASON-HISTORY-RECORD
               MOVE CLOSING-ID TO SH-SEASON-ID
               MOVE "B" TO SH-REC-TYPE
               MOVE 0 TO SH-SEQ
               MOVE OP-ID (OP-IDX) TO SH-OPERATOR-ID
               MOVE SPACES TO SH-AWARD-CODE
               MOVE OP-WINS (OP-IDX) TO SH-WON
               MOVE OP-LOSSES (OP-IDX) TO SH-LOST
               MOVE OP-DRAWS (OP-IDX) TO SH-DRAWN
               MOVE OP-VC-WINS (OP-IDX) TO SH-VC-WINS
               MOVE OP-VC-LOSSES (OP-IDX) TO SH-VC-LOSSES
               PERFORM WRITE-HISTORY-PROCEDURE
               ADD 1 TO BOARD-SAVED
           END-PERFORM.

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
      *----holds X, and when a second operator is recorded against
      *----the O seat that player is scored too, from the O side.
           MOVE GL-OPERATOR-ID TO TALLY-ID
           IF GL-COMPUTER-SEAT = "X"
               MOVE "O" TO TALLY-SEAT
               MOVE "1" TO VS-COMPUTER-FLAG
           ELSE
               MOVE "X" TO TALLY-SEAT
               IF GL-COMPUTER-SEAT = "O"
                   MOVE "1" TO VS-COMPUTER-FLAG
               ELSE
                   MOVE "0" TO VS-COMPUTER-FLAG
               END-IF
           END-IF
           PERFORM TALLY-ONE-SEAT-PROCEDURE

           IF GL-OPPONENT-ID NOT = SPACES
               MOVE GL-OPPONENT-ID TO TALLY-ID
               MOVE "O" TO TALLY-SEAT
               MOVE "0" TO VS-COMPUTER-FLAG
               PERFORM TALLY-ONE-SEAT-PROCEDURE
           END-IF.

       TALLY-ONE-SEAT-PROCEDURE.
           PERFORM FIND-OR-ADD-OPERATOR-PROCEDURE

           IF FOUND-IDX > 0
               EVALUATE TRUE
                   WHEN GL-WINNER = TALLY-SEAT
                       ADD 1 TO OP-WINS (FOUND-IDX)
                       IF VS-COMPUTER-FLAG = "1"
                           ADD 1 TO OP-VC-WINS (FOUND-IDX)
                       END-IF
                   WHEN GL-WINNER = "X" OR GL-WINNER = "O"
                       ADD 1 TO OP-LOSSES (FOUND-IDX)
                       IF VS-COMPUTER-FLAG = "1"
                           ADD 1 TO OP-VC-LOSSES (FOUND-IDX)
                       END-IF
                   WHEN OTHER
                       ADD 1 TO OP-DRAWS (FOUND-IDX)
               END-EVALUATE
           END-IF.

       FIND-OR-ADD-OPERATOR-PROCEDURE.
           MOVE 0 TO FOUND-IDX

           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OP-COUNT
               IF OP-ID (OP-IDX) = TALLY-ID
                   SET FOUND-IDX TO OP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF FOUND-IDX = 0
               IF OP-COUNT < OP-MAX
                   ADD 1 TO OP-COUNT
                   SET OP-IDX TO OP-COUNT
                   MOVE TALLY-ID TO OP-ID (OP-IDX)
                   SET FOUND-IDX TO OP-IDX
               ELSE
                   MOVE "1" TO OP-TBL-FULL
               END-IF
           END-IF.

      *----Awards stay on AWARDS.DAT for good; the season keeps its
      *----own copy of the ones earned between its dates.
       SAVE-AWARDS-PROCEDURE.
           OPEN INPUT AWARDS-FILE
           IF AWARDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ AWARDS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF AW-DATE-EARNED >= CLOSING-START
                               AND AW-DATE-EARNED <= CLOSING-END
                           INITIALIZE SEASON-HISTORY-RECORD
                           MOVE CLOSING-ID TO SH-SEASON-ID
                           MOVE "A" TO SH-REC-TYPE
                           MOVE 0 TO SH-SEQ
                           MOVE AW-OPERATOR-ID TO SH-OPERATOR-ID
                           MOVE AW-AWARD-CODE TO SH-AWARD-CODE
                           MOVE AW-DATE-EARNED TO SH-DATE-EARNED
                           PERFORM WRITE-HISTORY-PROCEDURE
                           ADD 1 TO AWARDS-SAVED
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AWARDS-FILE.

       WRITE-HEADER-PROCEDURE.
           INITIALIZE SEASON-HISTORY-RECORD
           MOVE CLOSING-ID TO SH-SEASON-ID
           MOVE "H" TO SH-REC-TYPE
           MOVE 0 TO SH-SEQ
           MOVE SPACES TO SH-OPERATOR-ID SH-AWARD-CODE
           MOVE CLOSING-START TO SH-START-DATE
           MOVE CLOSING-END TO SH-END-DATE
           MOVE TODAY-DATE TO SH-CLOSED-DATE
           ACCEPT CURRENT-TIME FROM TIME
           DIVIDE CURRENT-TIME BY 100 GIVING SH-CLOSED-TIME
           MOVE OPENING-CARRY TO SH-CARRY-PCT
           PERFORM WRITE-HISTORY-PROCEDURE.

      *----The new season's ladder starts empty - the game puts each
      *----player on the bottom rung at their first decided challenge.
       RESET-LADDER-PROCEDURE.
           OPEN OUTPUT LADDER-FILE
           IF LADDER-STATUS NOT = "00"
               DISPLAY "NOTICE: LADDER.DAT COULD NOT BE RESET - STATUS "
                   LADDER-STATUS " - EMPTY IT BY HAND."
               EXIT PARAGRAPH
           END-IF
           CLOSE LADDER-FILE.

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

       END PROGRAM SEASONCL.
