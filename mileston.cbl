       77  OP-TBL-FULL      PIC X(1) VALUE "0".

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
       78  STREAK-GOAL VALUE 10.
       78  CENTURY-GOAL VALUE 100.
       78  MONTH-GAME-FLOOR VALUE 10.

           IF GAME-LOG-STATUS NOT = "00"
               DISPLAY "NO GAME HISTORY FOUND YET."
               GOBACK
           END-IF

           CLOSE GAME-LOG-FILE
           PERFORM LOAD-ADJUDICATIONS-PROCEDURE
           OPEN INPUT GAME-LOG-FILE

           PERFORM OPEN-AWARDS-PROCEDURE

           PERFORM UNTIL EOF-FLAG = "Y"
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO GAMES-READ
                       PERFORM APPLY-ADJUDICATION-PROCEDURE
      *----------------A double no-show (N) was never played.
                       IF GL-ENTRY-TYPE = SPACE
                               AND GL-WINNER NOT = "N"
                           PERFORM SCAN-ONE-GAME-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

                   " RERUN."
           END-IF

           IF ADJ-TBL-FULL = "1"
               DISPLAY "MORE ADJUDICATED GAMES THAN THE WORK TABLE"
                   " HOLDS - SOME CORRECTIONS NOT APPLIED."
           END-IF

           DISPLAY " "
           DISPLAY "===== MILESTONE SCAN ====="
           DISPLAY "GAMES READ   : " GAMES-READ
           DISPLAY "AWARDS POSTED: " AWARDS-POSTED

           GOBACK.

       OPEN-AWARDS-PROCEDURE.
           OPEN I-O AWARDS-FILE
               DISPLAY "COULD NOT OPEN AWARDS.DAT - STATUS "
                   AWARDS-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *----Every game carries up to two players: the recorded
                   ADD 1 TO AWARDS-POSTED
           END-WRITE.

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

