      *          RATING THAT RISES FOR BEATING STRONG PLAYERS AND
      *          FALLS FOR LOSING TO WEAK ONES. THE LEDGER IS KEPT IN
      *          THE INDEXED RATINGS.DAT FILE AND PRINTED TO SYSOUT.
      *          ONCE A SEASON CALENDAR IS KEPT THE LEDGER COVERS THE
      *          CURRENT SEASON ONLY, STARTING EACH OPERATOR FROM THE
      *          OPENING RATING SEASONCL CARRIED OVER FOR THEM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS RT-OPERATOR-ID
               FILE STATUS IS RATINGS-STATUS.

           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SEASONHS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05 RT-WINS-AS-O     PIC 9(5).
           05 RT-RATING        PIC 9(4).

       FD  SEASON-HISTORY-FILE.
           COPY SEASONHS.

       WORKING-STORAGE SECTION.
       77  GAME-LOG-STATUS  PIC X(2).
       77  RATINGS-STATUS   PIC X(2).
       77  SEASONHS-STATUS  PIC X(2).
       77  HISTORY-EOF      PIC X(1).
       77  EOF-FLAG         PIC X VALUE "N".

       77  OP-COUNT         PIC 999 VALUE 0.
       77  RATING-SHOWN     PIC 9(4).

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
       78  START-RATING VALUE 1000.

       01  OP-TABLE.
               10 OP-WINS-O    PIC 9(5) VALUE 0.
               10 OP-RATING    PIC S9(4) VALUE 0.

           COPY SEASONQ.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

      *----A calendar whose every season is closed leaves no season
      *----to rate - rebuilding all time would undo the carry-over.
           MOVE SPACES TO SR-SELECTOR
           CALL "SEASONQ" USING SEASON-REQUEST
           IF SR-RETURN = "10"
               DISPLAY "EVERY SEASON ON SEASON.DAT IS CLOSED - ADD THE"
                   " NEXT SEASON. RATINGS.DAT LEFT UNTOUCHED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF SR-SCOPE = "C"
               PERFORM LOAD-OPENING-RATINGS-PROCEDURE
           END-IF

           PERFORM LOAD-ADJUDICATIONS-PROCEDURE

           OPEN INPUT GAME-LOG-FILE

           IF GAME-LOG-STATUS NOT = "00"
               DISPLAY "NO GAME HISTORY FOUND YET."
               GOBACK
           END-IF

           PERFORM UNTIL EOF-FLAG = "Y"
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO GAMES-READ
                       PERFORM APPLY-ADJUDICATION-PROCEDURE
      *----------------A double no-show (N) was never played.
                       IF GL-ENTRY-TYPE = SPACE
                               AND GL-WINNER NOT = "N"
                               AND (SR-SCOPE = "A"
                                   OR (GL-DATE >= SR-START-DATE
                                   AND GL-DATE <= SR-END-DATE))
                           PERFORM RATE-ONE-GAME-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

      *----A ledger with operators missing is this program's one
      *----failure mode - leave RATINGS.DAT as it stands rather than
      *----overwrite it with an incomplete rebuild.
           IF ADJ-TBL-FULL = "1"
               DISPLAY "MORE ADJUDICATED GAMES THAN THE WORK TABLE"
                   " HOLDS - RATINGS.DAT LEFT UNTOUCHED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF OP-TBL-FULL = "1"
               DISPLAY "MORE OPERATORS THAN THE WORK TABLE HOLDS -"
                   " RATINGS.DAT LEFT UNTOUCHED. ARCHIVE THE GAME"
                   " LOG AND RERUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-RATINGS-FILE-PROCEDURE
           PERFORM PRINT-RATINGS-PROCEDURE

           GOBACK.

      *----The game log is written in play order, so replaying it from
      *----the top recreates every operator's rating history the same

           ADD 1 TO GAMES-RATED.

      *----Every operator rated when the last season closed opens
      *----this one on the rating SEASONCL carried over, games or no.
       LOAD-OPENING-RATINGS-PROCEDURE.
           OPEN INPUT SEASON-HISTORY-FILE
           IF SEASONHS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SR-SEASON-ID TO SH-SEASON-ID
           MOVE "O" TO SH-REC-TYPE
           MOVE 0 TO SH-SEQ
           MOVE LOW-VALUES TO SH-OPERATOR-ID SH-AWARD-CODE
           START SEASON-HISTORY-FILE KEY NOT < SH-KEY
               INVALID KEY
                   MOVE "Y" TO HISTORY-EOF
               NOT INVALID KEY
                   MOVE "N" TO HISTORY-EOF
           END-START

           PERFORM UNTIL HISTORY-EOF = "Y"
               READ SEASON-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO HISTORY-EOF
                   NOT AT END
                       IF SH-SEASON-ID = SR-SEASON-ID
                               AND SH-REC-TYPE = "O"
                           MOVE SH-OPERATOR-ID TO TALLY-ID
                           PERFORM FIND-OR-ADD-OPERATOR-PROCEDURE
                           IF FOUND-IDX > 0
                               MOVE SH-OPENING-RATING
                                   TO OP-RATING (FOUND-IDX)
                           END-IF
                       ELSE
                           MOVE "Y" TO HISTORY-EOF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SEASON-HISTORY-FILE.

      *----A first pass over the log gathers every adjudicated
      *----session. Reversing entries void what stood and a later
      *----correcting entry puts up the adjudicated result, so the
      *----last entry read for a session is the one that counts.
       LOAD-ADJUDICATIONS-PROCEDURE.
           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

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

       FIND-OR-ADD-OPERATOR-PROCEDURE.
           MOVE 0 TO FOUND-IDX

               DISPLAY "COULD NOT REBUILD RATINGS.DAT - STATUS "
                   RATINGS-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING OP-IDX FROM 1 BY 1
       PRINT-RATINGS-PROCEDURE.
           DISPLAY " "
           DISPLAY "===== OPERATOR RATINGS LEDGER ====="
           IF SR-SCOPE = "C"
               DISPLAY "SEASON " FUNCTION TRIM (SR-SEASON-ID) " - "
                   FUNCTION TRIM (SR-SEASON-NAME) " ("
                   SR-START-DATE " TO " SR-END-DATE ")"
           END-IF
           DISPLAY "OPERATOR    GAMES  W-AS-X W-AS-O RATING"

           PERFORM VARYING OP-IDX FROM 1 BY 1
