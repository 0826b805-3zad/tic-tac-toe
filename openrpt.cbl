      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: OPENING-LINE STATISTICS REPORT - WALK THE KEYED
      *          AUDITIDX.DAT STORE ONE LOGGED SESSION AT A TIME,
      *          REBUILD EACH GAME'S OPENING MOVES WITH ITS UNDO
      *          RECORDS APPLIED, AND JOIN THE SESSION TO ITS
      *          GAMELOG.DAT RESULT. PRINTS AN OPENING TREE FOR EACH
      *          BOARD DIMENSION AND SKILL PLAYED: EVERY FIRST CELL,
      *          THEN EACH FIRST-TWO AND FIRST-THREE MOVE LINE PLAYED
      *          OFTEN ENOUGH TO BE A COMMON LINE, WITH GAMES, X WINS,
      *          O WINS AND DRAWS AGAINST EACH. THE REPORT IS SPOOLED
      *          THROUGH RPTSPOOL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. OPENRPT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT AUDIT-STORE-FILE ASSIGN TO "AUDITIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  AUDIT-STORE-FILE.
           COPY AUDITIDX.

       FD  GAME-LOG-FILE.
           COPY GAMELOG.

       WORKING-STORAGE SECTION.
       77  AUDIT-STATUS     PIC X(2).
       77  GAME-LOG-STATUS  PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".

       77  SESSION-COUNT    PIC 9(4) VALUE 0.
       77  LINE-COUNT       PIC 9(4) VALUE 0.
       77  FOUND-IDX        PIC 9(5) VALUE 0.
       77  WORK-SESSION-ID  PIC 9(14).

       77  BOARD-DIM        PIC 9 VALUE 3.
       77  STACK-TOP        PIC 99 VALUE 0.
       77  CORRUPT-FLAG     PIC X(1).
       77  SESSION-TBL-FULL PIC X(1) VALUE "0".
       77  LINE-TBL-FULL    PIC X(1) VALUE "0".

       77  DEPTH-WANTED     PIC 9.
       77  LINE-WANTED      PIC X(6).
       77  TALLY-DEPTH      PIC 9.
       77  SKILL-NO         PIC 9.
       77  SKILL-WANTED     PIC X(1).
       77  DIM-WANTED       PIC 9.
       77  SCAN-R           PIC 9.
       77  SCAN-C           PIC 9.
       77  CELL-HELD        PIC X(2).
       77  FIRST-IDX        PIC 9(4).
       77  SECOND-IDX       PIC 9(4).
       77  GROUP-SHOWN      PIC X(1).
       77  GAMES-COUNTED    PIC 9(5) VALUE 0.
       77  GAMES-UNMATCHED  PIC 9(5) VALUE 0.
       77  GAMES-SKIPPED    PIC 9(5) VALUE 0.

       77  WIN-PCT          PIC ZZ9.

      *----A two- or three-move line is printed only once it has
      *----been played at least this many times; every first cell
      *----is printed however rarely it was chosen.
       78  COMMON-LINE-MIN VALUE 3.
       78  SESSION-MAX VALUE 500.
       78  LINE-MAX VALUE 3000.

       01  SESSION-TABLE.
           05 SESSION-ENTRY OCCURS 500 TIMES INDEXED BY SESSION-IDX.
               10 SS-SESSION-ID PIC 9(14) VALUE 0.
               10 SS-WINNER     PIC X(1) VALUE SPACE.
               10 SS-SKILL      PIC X(1) VALUE SPACE.

      *----One entry per distinct opening line seen, by board and
      *----skill. OL-LINE holds up to three row/column pairs, left
      *----justified, so a first cell is the first two bytes of every
      *----longer line that grows out of it.
       01  LINE-TABLE.
           05 LINE-ENTRY OCCURS 3000 TIMES INDEXED BY LINE-IDX.
               10 OL-DIM        PIC 9 VALUE 0.
               10 OL-SKILL      PIC X(1) VALUE SPACE.
               10 OL-DEPTH      PIC 9 VALUE 0.
               10 OL-LINE       PIC X(6) VALUE SPACES.
               10 OL-GAMES      PIC 9(5) VALUE 0.
               10 OL-X-WINS     PIC 9(5) VALUE 0.
               10 OL-O-WINS     PIC 9(5) VALUE 0.
               10 OL-DRAWS      PIC 9(5) VALUE 0.

       01  MOVE-STACK.
           05 MOVE-STACK-ENTRY OCCURS 25 TIMES.
               10 MK-ROW        PIC 9.
               10 MK-COL        PIC 9.

       01  OPENING-LINE.
           05 OPENING-MOVE OCCURS 3 TIMES.
               10 OM-ROW        PIC 9.
               10 OM-COL        PIC 9.

       01  SKILL-NAME-VALUES.
           05 FILLER PIC X(11) VALUE "EEASY      ".
           05 FILLER PIC X(11) VALUE "MMEDIUM    ".
           05 FILLER PIC X(11) VALUE "HHARD      ".
           05 FILLER PIC X(11) VALUE " TWO-PLAYER".
       01  SKILL-NAME-TABLE REDEFINES SKILL-NAME-VALUES.
           05 SKILL-NAME-ENTRY OCCURS 4 TIMES.
               10 SN-CODE       PIC X(1).
               10 SN-NAME       PIC X(10).

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE "OPENRPT" TO SP-REPORT-ID
           MOVE SPACES TO SP-PARAMETERS
           STRING "COMMON LINES AT " COMMON-LINE-MIN " GAMES"
               DELIMITED BY SIZE INTO SP-PARAMETERS
           PERFORM OPEN-SPOOL-PROCEDURE

           PERFORM LOAD-SESSION-MAP-PROCEDURE

           IF SESSION-COUNT = 0
               MOVE "NO GAME HISTORY TO REPORT OPENINGS FROM."
                   TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               STOP RUN
           END-IF

           OPEN INPUT AUDIT-STORE-FILE

           IF AUDIT-STATUS NOT = "00"
               MOVE "NO AUDITIDX.DAT MOVE STORE FOUND." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               STOP RUN
           END-IF

           PERFORM VARYING SESSION-IDX FROM 1 BY 1
                   UNTIL SESSION-IDX > SESSION-COUNT
               IF SS-WINNER (SESSION-IDX) NOT = "V"
                   PERFORM TALLY-ONE-SESSION-PROCEDURE
               END-IF
           END-PERFORM

           CLOSE AUDIT-STORE-FILE

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== OPENING-LINE STATISTICS REPORT =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "GAMES COUNTED: " GAMES-COUNTED
                   "  NO MOVES ON FILE: " GAMES-UNMATCHED
                   "  SKIPPED AS CORRUPT: " GAMES-SKIPPED
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "COMMON LINES SHOWN AT " COMMON-LINE-MIN
                   " OR MORE GAMES."
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING DIM-WANTED FROM 3 BY 1
                   UNTIL DIM-WANTED > 5
               PERFORM VARYING SKILL-NO FROM 1 BY 1
                       UNTIL SKILL-NO > 4
                   MOVE SN-CODE (SKILL-NO) TO SKILL-WANTED
                   PERFORM PRINT-ONE-TREE-PROCEDURE
               END-PERFORM
           END-PERFORM

           IF SESSION-TBL-FULL = "1"
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: MORE SESSIONS THAN THE WORK TABLE"
                       " HOLDS - REPORT INCOMPLETE. ARCHIVE THE LOGS"
                       " AND RERUN."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF
           IF LINE-TBL-FULL = "1"
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: MORE OPENING LINES THAN THE WORK"
                       " TABLE HOLDS - TREE INCOMPLETE. ARCHIVE THE"
                       " LOGS AND RERUN."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           PERFORM CLOSE-SPOOL-PROCEDURE
           STOP RUN.

      *----The game log gives each session its result and the skill
      *----the computer actually played. A session logged twice keeps
      *----the last record read, as COACH does - an adjudicated game
      *----ends on its correcting entry, or on its reversing entry
      *----when voided, and a voided game is left out of the tree,
      *----as is a double no-show.
       LOAD-SESSION-MAP-PROCEDURE.
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
                       IF GL-SESSION-ID NUMERIC
                               AND GL-SESSION-ID > 0
                           MOVE GL-SESSION-ID TO WORK-SESSION-ID
                           PERFORM FIND-OR-ADD-SESSION-PROCEDURE
                           IF FOUND-IDX > 0
                               MOVE GL-WINNER
                                   TO SS-WINNER (FOUND-IDX)
                               IF GL-ENTRY-TYPE = "R"
                                       OR GL-WINNER = "N"
                                   MOVE "V" TO SS-WINNER (FOUND-IDX)
                               END-IF
                               MOVE GL-SKILL-PLAYED
                                   TO SS-SKILL (FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GAME-LOG-FILE.

       FIND-OR-ADD-SESSION-PROCEDURE.
           MOVE 0 TO FOUND-IDX

           PERFORM VARYING SESSION-IDX FROM 1 BY 1
                   UNTIL SESSION-IDX > SESSION-COUNT
               IF SS-SESSION-ID (SESSION-IDX) = WORK-SESSION-ID
                   SET FOUND-IDX TO SESSION-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF FOUND-IDX = 0
               IF SESSION-COUNT < SESSION-MAX
                   ADD 1 TO SESSION-COUNT
                   SET SESSION-IDX TO SESSION-COUNT
                   MOVE WORK-SESSION-ID
                       TO SS-SESSION-ID (SESSION-IDX)
                   SET FOUND-IDX TO SESSION-IDX
               ELSE
                   MOVE "1" TO SESSION-TBL-FULL
               END-IF
           END-IF.

      *----Read one session straight out of the keyed store and play
      *----its records onto a stack of placed cells - a move pushes,
      *----an undo pops - so what is left at the end is the game as
      *----it was really played. The board is sized from the largest
      *----coordinate seen, the same rule REPLAY and COACH use.
       TALLY-ONE-SESSION-PROCEDURE.
           MOVE 0 TO STACK-TOP
           MOVE 3 TO BOARD-DIM
           MOVE "0" TO CORRUPT-FLAG

           MOVE SS-SESSION-ID (SESSION-IDX) TO AX-SESSION-ID
           MOVE 0 TO AX-SEQ
           START AUDIT-STORE-FILE KEY NOT < AX-KEY
               INVALID KEY
                   ADD 1 TO GAMES-UNMATCHED
                   EXIT PARAGRAPH
           END-START

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ AUDIT-STORE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF AX-SESSION-ID
                               = SS-SESSION-ID (SESSION-IDX)
                           PERFORM APPLY-AUDIT-RECORD-PROCEDURE
                       ELSE
                           MOVE "Y" TO EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM

           IF CORRUPT-FLAG = "1"
               ADD 1 TO GAMES-SKIPPED
               EXIT PARAGRAPH
           END-IF

           IF STACK-TOP = 0
               ADD 1 TO GAMES-UNMATCHED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO GAMES-COUNTED
           MOVE ZEROS TO OPENING-LINE
           PERFORM VARYING TALLY-DEPTH FROM 1 BY 1
                   UNTIL TALLY-DEPTH > 3 OR TALLY-DEPTH > STACK-TOP
               MOVE MK-ROW (TALLY-DEPTH) TO OM-ROW (TALLY-DEPTH)
               MOVE MK-COL (TALLY-DEPTH) TO OM-COL (TALLY-DEPTH)
               PERFORM TALLY-ONE-LINE-PROCEDURE
           END-PERFORM.

       APPLY-AUDIT-RECORD-PROCEDURE.
           IF AX-ACTION = "U"
               IF STACK-TOP > 0
                   SUBTRACT 1 FROM STACK-TOP
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF AX-ACTION NOT = "M"
               EXIT PARAGRAPH
           END-IF

           IF AX-ROW < 1 OR AX-ROW > 5 OR AX-COL < 1 OR AX-COL > 5
               MOVE "1" TO CORRUPT-FLAG
               EXIT PARAGRAPH
           END-IF

           IF AX-ROW > BOARD-DIM
               MOVE AX-ROW TO BOARD-DIM
           END-IF
           IF AX-COL > BOARD-DIM
               MOVE AX-COL TO BOARD-DIM
           END-IF

           IF STACK-TOP < 25
               ADD 1 TO STACK-TOP
               MOVE AX-ROW TO MK-ROW (STACK-TOP)
               MOVE AX-COL TO MK-COL (STACK-TOP)
           END-IF.

      *----Credit the session's result to the line made of its first
      *----TALLY-DEPTH moves, adding the line the first time it is
      *----seen for this board and skill.
       TALLY-ONE-LINE-PROCEDURE.
           MOVE SPACES TO LINE-WANTED
           MOVE OPENING-LINE (1:TALLY-DEPTH * 2)
               TO LINE-WANTED (1:TALLY-DEPTH * 2)

           MOVE 0 TO FOUND-IDX
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > LINE-COUNT
               IF OL-DIM (LINE-IDX) = BOARD-DIM
                       AND OL-SKILL (LINE-IDX)
                           = SS-SKILL (SESSION-IDX)
                       AND OL-DEPTH (LINE-IDX) = TALLY-DEPTH
                       AND OL-LINE (LINE-IDX) = LINE-WANTED
                   SET FOUND-IDX TO LINE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF FOUND-IDX = 0
               IF LINE-COUNT < LINE-MAX
                   ADD 1 TO LINE-COUNT
                   SET LINE-IDX TO LINE-COUNT
                   MOVE BOARD-DIM TO OL-DIM (LINE-IDX)
                   MOVE SS-SKILL (SESSION-IDX) TO OL-SKILL (LINE-IDX)
                   MOVE TALLY-DEPTH TO OL-DEPTH (LINE-IDX)
                   MOVE LINE-WANTED TO OL-LINE (LINE-IDX)
                   SET FOUND-IDX TO LINE-IDX
               ELSE
                   MOVE "1" TO LINE-TBL-FULL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO OL-GAMES (FOUND-IDX)
           EVALUATE SS-WINNER (SESSION-IDX)
               WHEN "X"
                   ADD 1 TO OL-X-WINS (FOUND-IDX)
               WHEN "O"
                   ADD 1 TO OL-O-WINS (FOUND-IDX)
               WHEN OTHER
                   ADD 1 TO OL-DRAWS (FOUND-IDX)
           END-EVALUATE.

      *----One tree per board and skill. First cells come out in
      *----board order; the common lines under each are printed in
      *----the order they were first seen.
       PRINT-ONE-TREE-PROCEDURE.
           MOVE "0" TO GROUP-SHOWN

           PERFORM VARYING SCAN-R FROM 1 BY 1
                   UNTIL SCAN-R > DIM-WANTED
               PERFORM VARYING SCAN-C FROM 1 BY 1
                       UNTIL SCAN-C > DIM-WANTED
                   MOVE SCAN-R TO CELL-HELD (1:1)
                   MOVE SCAN-C TO CELL-HELD (2:1)
                   MOVE SPACES TO LINE-WANTED
                   MOVE CELL-HELD TO LINE-WANTED (1:2)
                   MOVE 1 TO DEPTH-WANTED
                   PERFORM FIND-LINE-PROCEDURE
                   IF FOUND-IDX > 0
                       MOVE FOUND-IDX TO FIRST-IDX
                       PERFORM PRINT-FIRST-CELL-PROCEDURE
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-LINE-PROCEDURE.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > LINE-COUNT
               IF OL-DIM (LINE-IDX) = DIM-WANTED
                       AND OL-SKILL (LINE-IDX) = SKILL-WANTED
                       AND OL-DEPTH (LINE-IDX) = DEPTH-WANTED
                       AND OL-LINE (LINE-IDX) = LINE-WANTED
                   SET FOUND-IDX TO LINE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PRINT-FIRST-CELL-PROCEDURE.
           IF GROUP-SHOWN = "0"
               MOVE "1" TO GROUP-SHOWN
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "----- " DIM-WANTED "X" DIM-WANTED
                       " BOARD  SKILL: " SN-NAME (SKILL-NO) " -----"
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "LINE                  GAMES X-WINS O-WINS"
                       "  DRAWS  X-PCT"
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           MOVE FIRST-IDX TO FOUND-IDX
           PERFORM PRINT-LINE-ROW-PROCEDURE

           PERFORM VARYING SECOND-IDX FROM 1 BY 1
                   UNTIL SECOND-IDX > LINE-COUNT
               IF OL-DIM (SECOND-IDX) = DIM-WANTED
                       AND OL-SKILL (SECOND-IDX) = SKILL-WANTED
                       AND OL-DEPTH (SECOND-IDX) = 2
                       AND OL-LINE (SECOND-IDX) (1:2)
                           = OL-LINE (FIRST-IDX) (1:2)
                       AND OL-GAMES (SECOND-IDX) >= COMMON-LINE-MIN
                   MOVE SECOND-IDX TO FOUND-IDX
                   PERFORM PRINT-LINE-ROW-PROCEDURE
                   PERFORM PRINT-THIRD-MOVES-PROCEDURE
               END-IF
           END-PERFORM.

       PRINT-THIRD-MOVES-PROCEDURE.
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > LINE-COUNT
               IF OL-DIM (LINE-IDX) = DIM-WANTED
                       AND OL-SKILL (LINE-IDX) = SKILL-WANTED
                       AND OL-DEPTH (LINE-IDX) = 3
                       AND OL-LINE (LINE-IDX) (1:4)
                           = OL-LINE (SECOND-IDX) (1:4)
                       AND OL-GAMES (LINE-IDX) >= COMMON-LINE-MIN
                   SET FOUND-IDX TO LINE-IDX
                   PERFORM PRINT-LINE-ROW-PROCEDURE
               END-IF
           END-PERFORM.

      *----Each move prints as (row,col); deeper lines are indented
      *----under the line they grow from.
       PRINT-LINE-ROW-PROCEDURE.
           MOVE OL-LINE (FOUND-IDX) TO OPENING-LINE
           COMPUTE WIN-PCT =
               (OL-X-WINS (FOUND-IDX) * 100) / OL-GAMES (FOUND-IDX)

           MOVE SPACES TO SP-LINE
           EVALUATE OL-DEPTH (FOUND-IDX)
               WHEN 1
                   STRING "(" OM-ROW (1) "," OM-COL (1) ")"
                           "                 "
                           OL-GAMES (FOUND-IDX) "  "
                           OL-X-WINS (FOUND-IDX) "  "
                           OL-O-WINS (FOUND-IDX) "  "
                           OL-DRAWS (FOUND-IDX) "    " WIN-PCT
                       DELIMITED BY SIZE INTO SP-LINE
               WHEN 2
                   STRING "  (" OM-ROW (1) "," OM-COL (1) ")"
                           " (" OM-ROW (2) "," OM-COL (2) ")"
                           "         "
                           OL-GAMES (FOUND-IDX) "  "
                           OL-X-WINS (FOUND-IDX) "  "
                           OL-O-WINS (FOUND-IDX) "  "
                           OL-DRAWS (FOUND-IDX) "    " WIN-PCT
                       DELIMITED BY SIZE INTO SP-LINE
               WHEN OTHER
                   STRING "    (" OM-ROW (1) "," OM-COL (1) ")"
                           " (" OM-ROW (2) "," OM-COL (2) ")"
                           " (" OM-ROW (3) "," OM-COL (3) ")"
                           " "
                           OL-GAMES (FOUND-IDX) "  "
                           OL-X-WINS (FOUND-IDX) "  "
                           OL-O-WINS (FOUND-IDX) "  "
                           OL-DRAWS (FOUND-IDX) "    " WIN-PCT
                       DELIMITED BY SIZE INTO SP-LINE
           END-EVALUATE
           PERFORM PRINT-LINE-PROCEDURE.

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

       END PROGRAM OPENRPT.
