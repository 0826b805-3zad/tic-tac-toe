      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: RATING-MANIPULATION AND COLLUSION EXCEPTION REPORT.
      *          REPLAYS THE TWO-PLAYER GAMES ON THE GAME LOG THE WAY
      *          RATINGS DOES, READS EACH SESSION'S MOVES AND THINK
      *          TIMES FROM THE KEYED AUDITIDX.DAT STORE, AND FLAGS
      *          FOUR PATTERNS - A PAIR TRADING WINS BACK AND FORTH
      *          IN A SHORT WINDOW, FASTEST-POSSIBLE WINS WHERE THE
      *          LOSER BARELY THOUGHT, FORFEITS THAT KEEP GOING TO THE
      *          SAME OPPONENT, AND A DAY'S RATING GAIN FAR ABOVE THE
      *          OPERATOR'S NORMAL MOVEMENT. EVERY FLAGGED CASE LISTS
      *          THE SESSION IDS BEHIND IT FOR A SUPERVISOR TO PULL UP
      *          IN REPLAY. CURRENT STANDINGS COME FROM RATINGS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. COLLRPT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.

           SELECT AUDIT-STORE-FILE ASSIGN TO "AUDITIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-OPERATOR-ID
               FILE STATUS IS RATINGS-STATUS.

           SELECT CFG-FILE ASSIGN TO "GAMECFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-FILE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  GAME-LOG-FILE.
           COPY GAMELOG.

       FD  AUDIT-STORE-FILE.
           COPY AUDITIDX.

       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-OPERATOR-ID   PIC X(10).
           05 RT-GAMES         PIC 9(5).
           05 RT-WINS-AS-X     PIC 9(5).
           05 RT-WINS-AS-O     PIC 9(5).
           05 RT-RATING        PIC 9(4).

       FD  CFG-FILE.
       01  CFG-FILE-RECORD.
           05 CFG-FILE-GAME-MODE   PIC 9.
           05 CFG-FILE-SKILL       PIC X(1).
           05 CFG-FILE-BOARD-DIM   PIC 9.
           05 CFG-FILE-WIN-LEN     PIC 9.
           05 CFG-FILE-AUDIT-ON    PIC X(1).
           05 CFG-FILE-SEED-SRC    PIC X(1).
           05 CFG-FILE-TIME-LIMIT  PIC 9(3).

       WORKING-STORAGE SECTION.
       77  GAME-LOG-STATUS  PIC X(2).
       77  AUDIT-STATUS     PIC X(2).
       77  RATINGS-STATUS   PIC X(2).
       77  CFG-FILE-STATUS  PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".

           COPY GAMECFG.

      *----What counts as suspicious. A trading run is that many
      *----decisive games in a row between one pair, each won by the
      *----other player, all inside the window. A quick concession is
      *----a win in the fewest moves the win length allows with the
      *----loser averaging no more than the think seconds. A forfeit
      *----pattern is that many forfeits to one opponent making up at
      *----least the share of the player's forfeits. A rating jump
      *----is a day's gain of at least the points and more than the
      *----factor times the player's usual daily movement.
       78  TRADE-MIN-GAMES VALUE 6.
       78  TRADE-WINDOW-DAYS VALUE 2.
       78  QUICK-THINK-SECS VALUE 2.
       78  FORFEIT-MIN-COUNT VALUE 3.
       78  FORFEIT-SHARE-PCT VALUE 75.
       78  JUMP-MIN-DAYS VALUE 5.
       78  JUMP-MIN-POINTS VALUE 48.
       78  JUMP-FACTOR VALUE 3.

       78  GAME-MAX VALUE 2000.
       78  OP-MAX VALUE 200.
       78  PAIR-MAX VALUE 500.
       78  ADJ-MAX VALUE 500.
       78  TRAIL-MAX VALUE 100.
       78  RUN-LIST-MAX VALUE 50.
       78  START-RATING VALUE 1000.

       77  GAME-COUNT       PIC 9(4) VALUE 0.
       77  GAME-TBL-FULL    PIC X(1) VALUE "0".
       77  OP-COUNT         PIC 999 VALUE 0.
       77  OP-TBL-FULL      PIC X(1) VALUE "0".
       77  PAIR-COUNT       PIC 999 VALUE 0.
       77  PAIR-TBL-FULL    PIC X(1) VALUE "0".
       77  FOUND-IDX        PIC 9(4) VALUE 0.
       77  X-IDX            PIC 999 VALUE 0.
       77  O-IDX            PIC 999 VALUE 0.
       77  WINNER-IDX       PIC 999 VALUE 0.
       77  LOSER-IDX        PIC 999 VALUE 0.
       77  DAY-IDX          PIC 999 VALUE 0.
       77  TALLY-ID         PIC X(10).
       77  PAIR-LOW-ID      PIC X(10).
       77  PAIR-HIGH-ID     PIC X(10).
       77  RATING-GAIN      PIC S9(4) VALUE 0.
       77  DAY-MOVE         PIC S9(4) VALUE 0.

       77  GAMES-READ       PIC 9(6) VALUE 0.
       77  GAMES-WITH-TRAIL PIC 9(4) VALUE 0.
       77  GAMES-OFF-SYSTEM PIC 9(4) VALUE 0.
       77  AUDIT-ON-HAND    PIC X(1) VALUE "0".
       77  RATINGS-ON-HAND  PIC X(1) VALUE "0".

       77  TRADE-CASES      PIC 9(4) VALUE 0.
       77  QUICK-CASES      PIC 9(4) VALUE 0.
       77  FORFEIT-CASES    PIC 9(4) VALUE 0.
       77  JUMP-CASES       PIC 9(4) VALUE 0.
       77  CASES-FLAGGED    PIC 9(5) VALUE 0.

      *----Sessions a supervisor has adjudicated, with the result
      *----that now stands - V when the game was voided.
       77  ADJ-COUNT        PIC 999 VALUE 0.
       77  ADJ-FOUND-IDX    PIC 999 VALUE 0.
       77  ADJ-TBL-FULL     PIC X(1) VALUE "0".
       01  ADJ-TABLE.
           05 ADJ-ENTRY OCCURS 500 TIMES INDEXED BY ADJ-IDX.
               10 AJ-SESSION-ID PIC 9(14) VALUE 0.
               10 AJ-RESULT     PIC X(1) VALUE SPACE.

      *----One entry per two-player game as it now stands, in game
      *----log order. GM-TRAIL is Y with moves on AUDITIDX, N with
      *----none, O for a game posted from off the system.
       01  GAME-TABLE.
           05 GAME-ENTRY OCCURS 2000 TIMES INDEXED BY GAME-IDX.
               10 GM-SESSION-ID  PIC 9(14) VALUE 0.
               10 GM-DATE        PIC 9(8) VALUE 0.
               10 GM-DAY-NO      PIC 9(7) VALUE 0.
               10 GM-X-ID        PIC X(10) VALUE SPACES.
               10 GM-O-ID        PIC X(10) VALUE SPACES.
               10 GM-WINNER      PIC X(1) VALUE SPACE.
               10 GM-MOVES       PIC 99 VALUE 0.
               10 GM-FIRST-MOVER PIC X(1) VALUE SPACE.
               10 GM-ADJUDICATED PIC X(1) VALUE "0".
               10 GM-GAIN        PIC 99 VALUE 0.
               10 GM-TRAIL       PIC X(1) VALUE "N".
               10 GM-WIN-LEN     PIC 9 VALUE 0.
               10 GM-FORFEIT     PIC X(1) VALUE "0".
               10 GM-LOSER-MOVES PIC 99 VALUE 0.
               10 GM-LOSER-THINK PIC 9(4) VALUE 0.

      *----Ratings are replayed game by game; a player's day closes
      *----when a game for them turns up under another date.
       01  OP-TABLE.
           05 OP-ENTRY OCCURS 200 TIMES INDEXED BY OP-IDX.
               10 OP-ID         PIC X(10) VALUE SPACES.
               10 OP-RATING     PIC S9(4) VALUE 0.
               10 OP-DAY-DATE   PIC 9(8) VALUE 0.
               10 OP-DAY-START  PIC S9(4) VALUE 0.
               10 OP-DAYS       PIC 9(4) VALUE 0.
               10 OP-SUM-MOVE   PIC 9(6) VALUE 0.
               10 OP-BEST-GAIN  PIC S9(4) VALUE 0.
               10 OP-BEST-DATE  PIC 9(8) VALUE 0.
               10 OP-FORFEITS   PIC 9(4) VALUE 0.

      *----Each pair once, the lower ID first.
       01  PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 500 TIMES INDEXED BY PAIR-IDX.
               10 PR-LOW-ID     PIC X(10) VALUE SPACES.
               10 PR-HIGH-ID    PIC X(10) VALUE SPACES.
               10 PR-GAMES      PIC 9(4) VALUE 0.
               10 PR-LOW-FFT    PIC 9(4) VALUE 0.
               10 PR-HIGH-FFT   PIC 9(4) VALUE 0.

      *----Trading-run work fields.
       77  RUN-LEN          PIC 9(4) VALUE 0.
       77  RUN-START-DAY    PIC 9(7) VALUE 0.
       77  RUN-LAST-WINNER  PIC X(10) VALUE SPACES.
       77  RUN-LISTED       PIC 99 VALUE 0.
       77  GAME-WINNER-ID   PIC X(10).
       77  GAME-LOSER-ID    PIC X(10).
       01  RUN-LIST.
           05 RUN-GAME OCCURS 50 TIMES PIC 9(4).

      *----One session's audit trail, replayed to find a forfeit.
       77  TRAIL-COUNT      PIC 999 VALUE 0.
       77  TRAIL-IDX        PIC 999 VALUE 0.
       77  STACK-TOP        PIC 99 VALUE 0.
       77  LOSER-MARK       PIC X(1).
       77  WINNER-MOVES     PIC 99 VALUE 0.
       77  LOSER-THINK-SUM  PIC 9(6) VALUE 0.
       77  CORRUPT-FLAG     PIC X(1).
       77  SCAN-R           PIC 9.
       77  SCAN-C           PIC 9.
       01  TRAIL-TABLE.
           05 TRAIL-ENTRY OCCURS 100 TIMES.
               10 TR-ACTION     PIC X(1).
               10 TR-MARK       PIC X(1).
               10 TR-ROW        PIC 9.
               10 TR-COL        PIC 9.
               10 TR-ELAPSED    PIC 9(4).
       01  MOVE-STACK.
           05 MOVE-STACK-ENTRY OCCURS 25 TIMES.
               10 MK-ROW        PIC 9.
               10 MK-COL        PIC 9.

       77  BOARD-DIM        PIC 9 VALUE 3.
       77  WIN-LENGTH       PIC 9 VALUE 3.
       77  WINNER           PIC X(1).
       77  IS-TIE           PIC X(1).
       77  WIN-START-ROW    PIC 9 VALUE 0.
       77  WIN-START-COL    PIC 9 VALUE 0.
       77  WIN-DIR-ROW      PIC S9 VALUE 0.
       77  WIN-DIR-COL      PIC S9 VALUE 0.
       01  TIC-TAC-TOE-BOARD.
           05 ROW OCCURS 3 TO 5 TIMES DEPENDING ON BOARD-DIM.
               10 CELL OCCURS 3 TO 5 TIMES DEPENDING ON BOARD-DIM.
                   15 CELL-VALUE PIC X VALUE SPACE.

      *----Rating-jump work fields.
       77  NORMAL-MOVE      PIC 9(4) VALUE 0.
       77  SHARE-PCT        PIC 999 VALUE 0.
       77  FORFEITER-ID     PIC X(10).
       77  BENEFICIARY-ID   PIC X(10).
       77  FORFEITS-TO      PIC 9(4) VALUE 0.
       77  FORFEITS-ALL     PIC 9(4) VALUE 0.
       77  POINTS-SHOWN     PIC ZZZ9.
       77  COUNT-SHOWN      PIC ZZZ9.
       77  THINK-SHOWN      PIC ZZZ9.
       77  HELD-RC          PIC S9(4) VALUE 0.
       77  SHOW-SWING       PIC X(1) VALUE "0".

       01  SESSION-LINE.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 SL-SESSION-ID    PIC 9(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-YEAR          PIC 9(4).
           05 FILLER           PIC X(1) VALUE "-".
           05 SL-MONTH         PIC 9(2).
           05 FILLER           PIC X(1) VALUE "-".
           05 SL-DAY           PIC 9(2).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-X-ID          PIC X(10).
           05 FILLER           PIC X(4) VALUE " V  ".
           05 SL-O-ID          PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-RESULT        PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 SL-MOVES         PIC Z9.
           05 FILLER           PIC X(7) VALUE " MOVES ".
           05 SL-NOTE          PIC X(30).

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE "COLLRPT" TO SP-REPORT-ID
           MOVE SPACES TO SP-PARAMETERS
           STRING "TRADE " TRADE-MIN-GAMES "/" TRADE-WINDOW-DAYS
                   "D THINK " QUICK-THINK-SECS "S FORFEIT "
                   FORFEIT-MIN-COUNT "/" FORFEIT-SHARE-PCT
                   "% JUMP " JUMP-MIN-POINTS "PTS X" JUMP-FACTOR
               DELIMITED BY SIZE INTO SP-PARAMETERS
           PERFORM OPEN-SPOOL-PROCEDURE

           PERFORM READ-CONFIG-PROCEDURE
           PERFORM LOAD-ADJUDICATIONS-PROCEDURE
           PERFORM LOAD-GAMES-PROCEDURE

           IF GAME-COUNT = 0
               MOVE "NO TWO-PLAYER GAMES ON THE GAME LOG TO EXAMINE."
                   TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               STOP RUN
           END-IF

           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OP-COUNT
               SET DAY-IDX TO OP-IDX
               PERFORM CLOSE-OPERATOR-DAY-PROCEDURE
           END-PERFORM

           OPEN INPUT AUDIT-STORE-FILE
           IF AUDIT-STATUS = "00"
               MOVE "1" TO AUDIT-ON-HAND
               PERFORM VARYING GAME-IDX FROM 1 BY 1
                       UNTIL GAME-IDX > GAME-COUNT
                   PERFORM EXAMINE-TRAIL-PROCEDURE
               END-PERFORM
               CLOSE AUDIT-STORE-FILE
           END-IF

           OPEN INPUT RATINGS-FILE
           IF RATINGS-STATUS = "00"
               MOVE "1" TO RATINGS-ON-HAND
           END-IF

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== RATING-MANIPULATION AND COLLUSION REPORT ====="
               TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM PRINT-NOTICES-PROCEDURE
           PERFORM REPORT-WIN-TRADING-PROCEDURE
           PERFORM REPORT-QUICK-CONCESSIONS-PROCEDURE
           PERFORM REPORT-FORFEIT-PATTERN-PROCEDURE
           PERFORM REPORT-RATING-JUMPS-PROCEDURE
           PERFORM PRINT-SUMMARY-PROCEDURE

           IF RATINGS-ON-HAND = "1"
               CLOSE RATINGS-FILE
           END-IF

      *----Anything flagged is a warning for the supervisor; the
      *----spool close is a CALL, so the code is set after it.
           IF CASES-FLAGGED > 0
               MOVE 4 TO HELD-RC
           END-IF

           PERFORM CLOSE-SPOOL-PROCEDURE
           MOVE HELD-RC TO RETURN-CODE
           STOP RUN.

       READ-CONFIG-PROCEDURE.
           OPEN INPUT CFG-FILE
           IF CFG-FILE-STATUS = "00"
               READ CFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CFG-FILE-WIN-LEN TO CFG-WIN-LENGTH
               END-READ
               CLOSE CFG-FILE
           END-IF.

      *----A first pass over the log gathers every adjudicated
      *----session, exactly as RATINGS does, so the games examined
      *----here carry the result that now stands.
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

           CLOSE GAME-LOG-FILE.

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

      *----Only games between two players can move a rating or be
      *----traded, so games against the computer are passed over,
      *----as is a double no-show (N), which was no game at all.
       LOAD-GAMES-PROCEDURE.
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
                       ADD 1 TO GAMES-READ
                       IF GL-ENTRY-TYPE = SPACE
                               AND GL-WINNER NOT = "N"
                               AND GL-OPPONENT-ID NOT = SPACES
                               AND GL-OPERATOR-ID NOT = SPACES
                           PERFORM NOTE-ONE-GAME-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GAME-LOG-FILE.

       NOTE-ONE-GAME-PROCEDURE.
           MOVE 0 TO ADJ-FOUND-IDX
           IF ADJ-COUNT > 0
               PERFORM FIND-ADJUDICATION-PROCEDURE
           END-IF
           IF ADJ-FOUND-IDX > 0
               IF AJ-RESULT (ADJ-FOUND-IDX) = "V"
                   EXIT PARAGRAPH
               END-IF
               MOVE AJ-RESULT (ADJ-FOUND-IDX) TO GL-WINNER
           END-IF

           IF GAME-COUNT >= GAME-MAX
               MOVE "1" TO GAME-TBL-FULL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO GAME-COUNT
           SET GAME-IDX TO GAME-COUNT
           MOVE GL-SESSION-ID TO GM-SESSION-ID (GAME-IDX)
           MOVE GL-DATE TO GM-DATE (GAME-IDX)
           IF FUNCTION TEST-DATE-YYYYMMDD (GL-DATE) = 0
               MOVE FUNCTION INTEGER-OF-DATE (GL-DATE)
                   TO GM-DAY-NO (GAME-IDX)
           END-IF
           MOVE GL-OPERATOR-ID TO GM-X-ID (GAME-IDX)
           MOVE GL-OPPONENT-ID TO GM-O-ID (GAME-IDX)
           MOVE GL-WINNER TO GM-WINNER (GAME-IDX)
           MOVE GL-MOVE-COUNT TO GM-MOVES (GAME-IDX)
           MOVE GL-FIRST-MOVER TO GM-FIRST-MOVER (GAME-IDX)
           IF GM-FIRST-MOVER (GAME-IDX) = SPACE
               MOVE "X" TO GM-FIRST-MOVER (GAME-IDX)
           END-IF
           IF ADJ-FOUND-IDX > 0
               MOVE "1" TO GM-ADJUDICATED (GAME-IDX)
           END-IF
           IF GL-SESSION-ID (9:6) > "900000"
               MOVE "O" TO GM-TRAIL (GAME-IDX)
               ADD 1 TO GAMES-OFF-SYSTEM
           END-IF

           PERFORM NOTE-PAIR-PROCEDURE
           PERFORM RATE-ONE-GAME-PROCEDURE.

       NOTE-PAIR-PROCEDURE.
           IF GM-X-ID (GAME-IDX) < GM-O-ID (GAME-IDX)
               MOVE GM-X-ID (GAME-IDX) TO PAIR-LOW-ID
               MOVE GM-O-ID (GAME-IDX) TO PAIR-HIGH-ID
           ELSE
               MOVE GM-O-ID (GAME-IDX) TO PAIR-LOW-ID
               MOVE GM-X-ID (GAME-IDX) TO PAIR-HIGH-ID
           END-IF

           MOVE 0 TO FOUND-IDX
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               IF PR-LOW-ID (PAIR-IDX) = PAIR-LOW-ID
                       AND PR-HIGH-ID (PAIR-IDX) = PAIR-HIGH-ID
                   SET FOUND-IDX TO PAIR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF FOUND-IDX = 0
               IF PAIR-COUNT < PAIR-MAX
                   ADD 1 TO PAIR-COUNT
                   MOVE PAIR-LOW-ID TO PR-LOW-ID (PAIR-COUNT)
                   MOVE PAIR-HIGH-ID TO PR-HIGH-ID (PAIR-COUNT)
                   MOVE PAIR-COUNT TO FOUND-IDX
               ELSE
                   MOVE "1" TO PAIR-TBL-FULL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO PR-GAMES (FOUND-IDX).

      *----The same rule RATINGS applies - the winner takes more from
      *----a stronger opponent and less from a weaker one, a draw
      *----moves nothing - replayed here so each game's swing and
      *----each player's daily movement are known.
       RATE-ONE-GAME-PROCEDURE.
           MOVE GM-X-ID (GAME-IDX) TO TALLY-ID
           PERFORM FIND-OR-ADD-OPERATOR-PROCEDURE
           MOVE FOUND-IDX TO X-IDX
           MOVE GM-O-ID (GAME-IDX) TO TALLY-ID
           PERFORM FIND-OR-ADD-OPERATOR-PROCEDURE
           MOVE FOUND-IDX TO O-IDX

           IF X-IDX = 0 OR O-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE X-IDX TO DAY-IDX
           PERFORM NOTE-OPERATOR-DAY-PROCEDURE
           MOVE O-IDX TO DAY-IDX
           PERFORM NOTE-OPERATOR-DAY-PROCEDURE

           EVALUATE GM-WINNER (GAME-IDX)
               WHEN "X"
                   MOVE X-IDX TO WINNER-IDX
                   MOVE O-IDX TO LOSER-IDX
               WHEN "O"
                   MOVE O-IDX TO WINNER-IDX
                   MOVE X-IDX TO LOSER-IDX
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           COMPUTE RATING-GAIN = 16
               + (OP-RATING (LOSER-IDX) - OP-RATING (WINNER-IDX))
                   / 25
           IF RATING-GAIN < 1
               MOVE 1 TO RATING-GAIN
           END-IF
           IF RATING-GAIN > 31
               MOVE 31 TO RATING-GAIN
           END-IF

           ADD RATING-GAIN TO OP-RATING (WINNER-IDX)
           SUBTRACT RATING-GAIN FROM OP-RATING (LOSER-IDX)
           IF OP-RATING (LOSER-IDX) < 0
               MOVE 0 TO OP-RATING (LOSER-IDX)
           END-IF

           MOVE RATING-GAIN TO GM-GAIN (GAME-IDX).

       NOTE-OPERATOR-DAY-PROCEDURE.
           IF OP-DAY-DATE (DAY-IDX) = GM-DATE (GAME-IDX)
               EXIT PARAGRAPH
           END-IF

           PERFORM CLOSE-OPERATOR-DAY-PROCEDURE
           MOVE GM-DATE (GAME-IDX) TO OP-DAY-DATE (DAY-IDX)
           MOVE OP-RATING (DAY-IDX) TO OP-DAY-START (DAY-IDX).

       CLOSE-OPERATOR-DAY-PROCEDURE.
           IF OP-DAY-DATE (DAY-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE DAY-MOVE = OP-RATING (DAY-IDX)
               - OP-DAY-START (DAY-IDX)
           ADD 1 TO OP-DAYS (DAY-IDX)
           IF DAY-MOVE < 0
               SUBTRACT DAY-MOVE FROM OP-SUM-MOVE (DAY-IDX)
           ELSE
               ADD DAY-MOVE TO OP-SUM-MOVE (DAY-IDX)
           END-IF
           IF DAY-MOVE > OP-BEST-GAIN (DAY-IDX)
               MOVE DAY-MOVE TO OP-BEST-GAIN (DAY-IDX)
               MOVE OP-DAY-DATE (DAY-IDX) TO OP-BEST-DATE (DAY-IDX)
           END-IF
           MOVE 0 TO OP-DAY-DATE (DAY-IDX).

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
                   MOVE START-RATING TO OP-RATING (OP-IDX)
                   SET FOUND-IDX TO OP-IDX
               ELSE
                   MOVE "1" TO OP-TBL-FULL
               END-IF
           END-IF.

      *----Pull the session's moves straight out of the keyed store,
      *----as COACH does, then total the loser's think time and
      *----replay the board. A decided game whose final board shows
      *----no winning line was decided by a forfeit - a timeout at
      *----the terminal or an SVSWEEP forfeit of a stale save. An
      *----adjudicated result is never taken for a forfeit, since the
      *----supervisor's decision need not show on the board. A
      *----tournament no-show DLSWEEP posted has no trail to replay -
      *----it is logged off-system with no moves and a decided
      *----winner, and is a forfeit by the seat that never showed.
       EXAMINE-TRAIL-PROCEDURE.
           IF GM-TRAIL (GAME-IDX) = "O"
               IF GM-MOVES (GAME-IDX) = 0
                       AND GM-ADJUDICATED (GAME-IDX) = "0"
                       AND (GM-WINNER (GAME-IDX) = "X"
                         OR GM-WINNER (GAME-IDX) = "O")
                   MOVE "1" TO GM-FORFEIT (GAME-IDX)
                   IF GM-WINNER (GAME-IDX) = "X"
                       MOVE GM-O-ID (GAME-IDX) TO TALLY-ID
                   ELSE
                       MOVE GM-X-ID (GAME-IDX) TO TALLY-ID
                   END-IF
                   PERFORM NOTE-FORFEIT-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-TRAIL-PROCEDURE
           IF TRAIL-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO GM-TRAIL (GAME-IDX)
           ADD 1 TO GAMES-WITH-TRAIL

           IF GM-WINNER (GAME-IDX) NOT = "X"
                   AND GM-WINNER (GAME-IDX) NOT = "O"
               EXIT PARAGRAPH
           END-IF

           IF GM-WINNER (GAME-IDX) = "X"
               MOVE "O" TO LOSER-MARK
           ELSE
               MOVE "X" TO LOSER-MARK
           END-IF

           MOVE 3 TO BOARD-DIM
           MOVE "0" TO CORRUPT-FLAG
           MOVE 0 TO LOSER-THINK-SUM
           PERFORM VARYING TRAIL-IDX FROM 1 BY 1
                   UNTIL TRAIL-IDX > TRAIL-COUNT
               IF TR-ACTION (TRAIL-IDX) = "M"
                   IF TR-MARK (TRAIL-IDX) = LOSER-MARK
                       ADD 1 TO GM-LOSER-MOVES (GAME-IDX)
                       ADD TR-ELAPSED (TRAIL-IDX) TO LOSER-THINK-SUM
                   END-IF
                   IF TR-ROW (TRAIL-IDX) < 1 OR TR-ROW (TRAIL-IDX) > 5
                           OR TR-COL (TRAIL-IDX) < 1
                           OR TR-COL (TRAIL-IDX) > 5
                       MOVE "1" TO CORRUPT-FLAG
                   ELSE
                       IF TR-ROW (TRAIL-IDX) > BOARD-DIM
                           MOVE TR-ROW (TRAIL-IDX) TO BOARD-DIM
                       END-IF
                       IF TR-COL (TRAIL-IDX) > BOARD-DIM
                           MOVE TR-COL (TRAIL-IDX) TO BOARD-DIM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF GM-LOSER-MOVES (GAME-IDX) > 0
               DIVIDE LOSER-THINK-SUM BY GM-LOSER-MOVES (GAME-IDX)
                   GIVING GM-LOSER-THINK (GAME-IDX) ROUNDED
           END-IF

           MOVE CFG-WIN-LENGTH TO WIN-LENGTH
           IF WIN-LENGTH > BOARD-DIM OR WIN-LENGTH < 3
               MOVE BOARD-DIM TO WIN-LENGTH
           END-IF
           MOVE WIN-LENGTH TO GM-WIN-LEN (GAME-IDX)

           IF CORRUPT-FLAG = "1" OR GM-ADJUDICATED (GAME-IDX) = "1"
               EXIT PARAGRAPH
           END-IF

           PERFORM REPLAY-TRAIL-PROCEDURE

           CALL "CHECK" USING BOARD-DIM WIN-LENGTH
               TIC-TAC-TOE-BOARD WINNER IS-TIE
               WIN-START-ROW WIN-START-COL
               WIN-DIR-ROW WIN-DIR-COL

           IF WINNER = SPACE
               MOVE "1" TO GM-FORFEIT (GAME-IDX)
               IF LOSER-MARK = "X"
                   MOVE GM-X-ID (GAME-IDX) TO TALLY-ID
               ELSE
                   MOVE GM-O-ID (GAME-IDX) TO TALLY-ID
               END-IF
               PERFORM NOTE-FORFEIT-PROCEDURE
           END-IF.

       LOAD-TRAIL-PROCEDURE.
           MOVE 0 TO TRAIL-COUNT

           MOVE GM-SESSION-ID (GAME-IDX) TO AX-SESSION-ID
           MOVE 0 TO AX-SEQ
           START AUDIT-STORE-FILE KEY NOT < AX-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ AUDIT-STORE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF AX-SESSION-ID = GM-SESSION-ID (GAME-IDX)
                               AND TRAIL-COUNT < TRAIL-MAX
                           ADD 1 TO TRAIL-COUNT
                           MOVE AX-ACTION TO TR-ACTION (TRAIL-COUNT)
                           MOVE AX-MARK TO TR-MARK (TRAIL-COUNT)
                           MOVE AX-ROW TO TR-ROW (TRAIL-COUNT)
                           MOVE AX-COL TO TR-COL (TRAIL-COUNT)
                           MOVE AX-ELAPSED TO TR-ELAPSED (TRAIL-COUNT)
                       ELSE
                           MOVE "Y" TO EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *----The trail is read in key order, which is play order; an
      *----undo takes back the last move still on the board.
       REPLAY-TRAIL-PROCEDURE.
           PERFORM VARYING SCAN-R FROM 1 BY 1
                   UNTIL SCAN-R > BOARD-DIM
               PERFORM VARYING SCAN-C FROM 1 BY 1
                       UNTIL SCAN-C > BOARD-DIM
                   MOVE SPACE TO CELL-VALUE (SCAN-R, SCAN-C)
               END-PERFORM
           END-PERFORM

           MOVE 0 TO STACK-TOP
           PERFORM VARYING TRAIL-IDX FROM 1 BY 1
                   UNTIL TRAIL-IDX > TRAIL-COUNT
               IF TR-ACTION (TRAIL-IDX) = "U"
                   IF STACK-TOP > 0
                       MOVE SPACE TO CELL-VALUE
                           (MK-ROW (STACK-TOP), MK-COL (STACK-TOP))
                       SUBTRACT 1 FROM STACK-TOP
                   END-IF
               ELSE
                   MOVE TR-MARK (TRAIL-IDX) TO CELL-VALUE
                       (TR-ROW (TRAIL-IDX), TR-COL (TRAIL-IDX))
                   IF STACK-TOP < 25
                       ADD 1 TO STACK-TOP
                       MOVE TR-ROW (TRAIL-IDX) TO MK-ROW (STACK-TOP)
                       MOVE TR-COL (TRAIL-IDX) TO MK-COL (STACK-TOP)
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-FORFEIT-PROCEDURE.
           PERFORM FIND-OR-ADD-OPERATOR-PROCEDURE
           IF FOUND-IDX > 0
               ADD 1 TO OP-FORFEITS (FOUND-IDX)
           END-IF

           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               IF PR-LOW-ID (PAIR-IDX) = TALLY-ID
                       AND (PR-HIGH-ID (PAIR-IDX) = GM-X-ID (GAME-IDX)
                         OR PR-HIGH-ID (PAIR-IDX) = GM-O-ID (GAME-IDX))
                   ADD 1 TO PR-LOW-FFT (PAIR-IDX)
                   EXIT PERFORM
               END-IF
               IF PR-HIGH-ID (PAIR-IDX) = TALLY-ID
                       AND (PR-LOW-ID (PAIR-IDX) = GM-X-ID (GAME-IDX)
                         OR PR-LOW-ID (PAIR-IDX) = GM-O-ID (GAME-IDX))
                   ADD 1 TO PR-HIGH-FFT (PAIR-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PRINT-NOTICES-PROCEDURE.
           IF AUDIT-ON-HAND = "0"
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: NO AUDITIDX.DAT MOVE STORE - THE THINK"
                   "-TIME AND FORFEIT CHECKS ARE SKIPPED."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF
           IF RATINGS-ON-HAND = "0"
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: NO RATINGS.DAT LEDGER - CURRENT"
                   " RATINGS ARE NOT SHOWN. RUN RATINGS FIRST."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF
           IF GAME-TBL-FULL = "1" OR OP-TBL-FULL = "1"
                   OR PAIR-TBL-FULL = "1" OR ADJ-TBL-FULL = "1"
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: MORE GAMES OR PLAYERS THAN THE WORK"
                   " TABLES HOLD - RESULTS INCOMPLETE. ARCHIVE THE"
                   " LOGS AND RERUN."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

      *----Each pair's games are walked in play order. A run grows
      *----while every decisive game goes to the other player and
      *----stays inside the window from the run's first game; a draw,
      *----a repeat winner or the window running out ends it.
       REPORT-WIN-TRADING-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "WIN TRADING - " TRADE-MIN-GAMES " OR MORE"
               " ALTERNATING WINS BETWEEN ONE PAIR WITHIN "
               TRADE-WINDOW-DAYS " DAY(S)"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               IF PR-GAMES (PAIR-IDX) >= TRADE-MIN-GAMES
                   PERFORM SCAN-PAIR-RUNS-PROCEDURE
               END-IF
           END-PERFORM

           IF TRADE-CASES = 0
               MOVE "  NONE FOUND." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       SCAN-PAIR-RUNS-PROCEDURE.
           MOVE 0 TO RUN-LEN

           PERFORM VARYING GAME-IDX FROM 1 BY 1
                   UNTIL GAME-IDX > GAME-COUNT
               IF (GM-X-ID (GAME-IDX) = PR-LOW-ID (PAIR-IDX)
                       AND GM-O-ID (GAME-IDX) = PR-HIGH-ID (PAIR-IDX))
                   OR (GM-X-ID (GAME-IDX) = PR-HIGH-ID (PAIR-IDX)
                       AND GM-O-ID (GAME-IDX) = PR-LOW-ID (PAIR-IDX))
                   PERFORM EXTEND-RUN-PROCEDURE
               END-IF
           END-PERFORM

           PERFORM CLOSE-RUN-PROCEDURE.

       EXTEND-RUN-PROCEDURE.
           IF GM-WINNER (GAME-IDX) NOT = "X"
                   AND GM-WINNER (GAME-IDX) NOT = "O"
               PERFORM CLOSE-RUN-PROCEDURE
               MOVE 0 TO RUN-LEN
               EXIT PARAGRAPH
           END-IF

           PERFORM NAME-WINNER-PROCEDURE

           IF RUN-LEN > 0
                   AND GAME-WINNER-ID NOT = RUN-LAST-WINNER
                   AND GM-DAY-NO (GAME-IDX) >= RUN-START-DAY
                   AND GM-DAY-NO (GAME-IDX) - RUN-START-DAY
                       < TRADE-WINDOW-DAYS
               CONTINUE
           ELSE
               PERFORM CLOSE-RUN-PROCEDURE
               MOVE 0 TO RUN-LEN
               MOVE GM-DAY-NO (GAME-IDX) TO RUN-START-DAY
           END-IF

           ADD 1 TO RUN-LEN
           IF RUN-LEN <= RUN-LIST-MAX
               SET RUN-GAME (RUN-LEN) TO GAME-IDX
           END-IF
           MOVE GAME-WINNER-ID TO RUN-LAST-WINNER.

       CLOSE-RUN-PROCEDURE.
           IF RUN-LEN < TRADE-MIN-GAMES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO TRADE-CASES
           ADD 1 TO CASES-FLAGGED
           MOVE RUN-LEN TO COUNT-SHOWN
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "  " PR-LOW-ID (PAIR-IDX) " AND "
               PR-HIGH-ID (PAIR-IDX) " -" COUNT-SHOWN
               " GAMES, WINS ALTERNATING"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           MOVE 0 TO RUN-LISTED
           PERFORM VARYING TRAIL-IDX FROM 1 BY 1
                   UNTIL TRAIL-IDX > RUN-LEN
                      OR TRAIL-IDX > RUN-LIST-MAX
               MOVE RUN-GAME (TRAIL-IDX) TO FOUND-IDX
               PERFORM PRINT-SESSION-LINE-PROCEDURE
               ADD 1 TO RUN-LISTED
           END-PERFORM

           IF RUN-LEN > RUN-LISTED
               MOVE SPACES TO SP-LINE
               STRING "    ... AND THE RUN'S LATER GAMES"
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       NAME-WINNER-PROCEDURE.
           IF GM-WINNER (GAME-IDX) = "X"
               MOVE GM-X-ID (GAME-IDX) TO GAME-WINNER-ID
               MOVE GM-O-ID (GAME-IDX) TO GAME-LOSER-ID
           ELSE
               MOVE GM-O-ID (GAME-IDX) TO GAME-WINNER-ID
               MOVE GM-X-ID (GAME-IDX) TO GAME-LOSER-ID
           END-IF.

      *----The fewest moves a win can take is the win length for the
      *----winner. The loser's average think time comes from their
      *----own placed moves on the audit trail.
       REPORT-QUICK-CONCESSIONS-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "QUICK CONCESSIONS - FASTEST POSSIBLE WINS WITH THE"
               " LOSER AVERAGING " QUICK-THINK-SECS
               " SECOND(S) OR LESS A MOVE"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           IF AUDIT-ON-HAND = "1"
               PERFORM VARYING GAME-IDX FROM 1 BY 1
                       UNTIL GAME-IDX > GAME-COUNT
                   PERFORM TEST-QUICK-CONCESSION-PROCEDURE
               END-PERFORM
           END-IF

           IF QUICK-CASES = 0
               MOVE "  NONE FOUND." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       TEST-QUICK-CONCESSION-PROCEDURE.
           IF GM-TRAIL (GAME-IDX) NOT = "Y"
                   OR GM-LOSER-MOVES (GAME-IDX) = 0
                   OR GM-LOSER-THINK (GAME-IDX) > QUICK-THINK-SECS
               EXIT PARAGRAPH
           END-IF
           IF GM-WINNER (GAME-IDX) NOT = "X"
                   AND GM-WINNER (GAME-IDX) NOT = "O"
               EXIT PARAGRAPH
           END-IF

           IF GM-WINNER (GAME-IDX) = GM-FIRST-MOVER (GAME-IDX)
               COMPUTE WINNER-MOVES = (GM-MOVES (GAME-IDX) + 1) / 2
           ELSE
               COMPUTE WINNER-MOVES = GM-MOVES (GAME-IDX) / 2
           END-IF
           IF WINNER-MOVES > GM-WIN-LEN (GAME-IDX)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO QUICK-CASES
           ADD 1 TO CASES-FLAGGED
           SET FOUND-IDX TO GAME-IDX
           PERFORM PRINT-SESSION-LINE-PROCEDURE.

      *----Each pair is looked at from both sides - the player who
      *----forfeited and the opponent who took the game.
       REPORT-FORFEIT-PATTERN-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "FORFEIT PATTERN - " FORFEIT-MIN-COUNT
               " OR MORE FORFEITS TO ONE OPPONENT, "
               FORFEIT-SHARE-PCT "% OR MORE OF THE PLAYER'S FORFEITS"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               MOVE PR-LOW-ID (PAIR-IDX) TO FORFEITER-ID
               MOVE PR-HIGH-ID (PAIR-IDX) TO BENEFICIARY-ID
               MOVE PR-LOW-FFT (PAIR-IDX) TO FORFEITS-TO
               PERFORM TEST-FORFEIT-PATTERN-PROCEDURE
               MOVE PR-HIGH-ID (PAIR-IDX) TO FORFEITER-ID
               MOVE PR-LOW-ID (PAIR-IDX) TO BENEFICIARY-ID
               MOVE PR-HIGH-FFT (PAIR-IDX) TO FORFEITS-TO
               PERFORM TEST-FORFEIT-PATTERN-PROCEDURE
           END-PERFORM

           IF FORFEIT-CASES = 0
               MOVE "  NONE FOUND." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       TEST-FORFEIT-PATTERN-PROCEDURE.
           IF FORFEITS-TO < FORFEIT-MIN-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE FORFEITER-ID TO TALLY-ID
           PERFORM FIND-OR-ADD-OPERATOR-PROCEDURE
           IF FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE OP-FORFEITS (FOUND-IDX) TO FORFEITS-ALL
           COMPUTE SHARE-PCT = FORFEITS-TO * 100 / FORFEITS-ALL
           IF SHARE-PCT < FORFEIT-SHARE-PCT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO FORFEIT-CASES
           ADD 1 TO CASES-FLAGGED
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE FORFEITS-TO TO COUNT-SHOWN
           MOVE FORFEITS-ALL TO POINTS-SHOWN
           MOVE SPACES TO SP-LINE
           STRING "  " FORFEITER-ID " FORFEITED" COUNT-SHOWN
               " OF" POINTS-SHOWN " FORFEITS TO " BENEFICIARY-ID
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING GAME-IDX FROM 1 BY 1
                   UNTIL GAME-IDX > GAME-COUNT
               IF GM-FORFEIT (GAME-IDX) = "1"
                   PERFORM NAME-WINNER-PROCEDURE
                   IF GAME-LOSER-ID = FORFEITER-ID
                           AND GAME-WINNER-ID = BENEFICIARY-ID
                       SET FOUND-IDX TO GAME-IDX
                       PERFORM PRINT-SESSION-LINE-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.

      *----A player's usual movement is the average size of a day's
      *----change on their other days, so the jump under test does
      *----not water down its own yardstick.
       REPORT-RATING-JUMPS-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "RATING JUMPS - A DAY'S GAIN OF " JUMP-MIN-POINTS
               " POINTS OR MORE AND OVER " JUMP-FACTOR
               " TIMES THE PLAYER'S USUAL DAILY MOVEMENT"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OP-COUNT
               PERFORM TEST-RATING-JUMP-PROCEDURE
           END-PERFORM

           IF JUMP-CASES = 0
               MOVE "  NONE FOUND." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       TEST-RATING-JUMP-PROCEDURE.
           IF OP-DAYS (OP-IDX) < JUMP-MIN-DAYS
                   OR OP-BEST-GAIN (OP-IDX) < JUMP-MIN-POINTS
               EXIT PARAGRAPH
           END-IF

           COMPUTE NORMAL-MOVE ROUNDED =
               (OP-SUM-MOVE (OP-IDX) - OP-BEST-GAIN (OP-IDX))
                   / (OP-DAYS (OP-IDX) - 1)
           IF NORMAL-MOVE < 1
               MOVE 1 TO NORMAL-MOVE
           END-IF
           IF OP-BEST-GAIN (OP-IDX) <= NORMAL-MOVE * JUMP-FACTOR
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO JUMP-CASES
           ADD 1 TO CASES-FLAGGED
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE OP-BEST-GAIN (OP-IDX) TO POINTS-SHOWN
           MOVE NORMAL-MOVE TO COUNT-SHOWN
           MOVE SPACES TO SP-LINE
           STRING "  " OP-ID (OP-IDX) " GAINED" POINTS-SHOWN
               " POINTS ON " OP-BEST-DATE (OP-IDX)
               " - USUAL DAILY MOVEMENT" COUNT-SHOWN
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           IF RATINGS-ON-HAND = "1"
               MOVE OP-ID (OP-IDX) TO RT-OPERATOR-ID
               READ RATINGS-FILE
                   INVALID KEY
                       MOVE "    NOT ON THE RATINGS.DAT LEDGER"
                           TO SP-LINE
                   NOT INVALID KEY
                       MOVE RT-RATING TO POINTS-SHOWN
                       MOVE SPACES TO SP-LINE
                       STRING "    CURRENT RATING" POINTS-SHOWN
                           " OVER " RT-GAMES " GAMES"
                           DELIMITED BY SIZE INTO SP-LINE
               END-READ
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           MOVE "1" TO SHOW-SWING
           PERFORM VARYING GAME-IDX FROM 1 BY 1
                   UNTIL GAME-IDX > GAME-COUNT
               IF GM-DATE (GAME-IDX) = OP-BEST-DATE (OP-IDX)
                       AND (GM-X-ID (GAME-IDX) = OP-ID (OP-IDX)
                         OR GM-O-ID (GAME-IDX) = OP-ID (OP-IDX))
                   SET FOUND-IDX TO GAME-IDX
                   PERFORM PRINT-SESSION-LINE-PROCEDURE
               END-IF
           END-PERFORM
           MOVE "0" TO SHOW-SWING.

      *----One line per session behind a flagged case - the session
      *----ID is what REPLAY asks for.
       PRINT-SESSION-LINE-PROCEDURE.
           MOVE GM-SESSION-ID (FOUND-IDX) TO SL-SESSION-ID
           MOVE GM-DATE (FOUND-IDX) (1:4) TO SL-YEAR
           MOVE GM-DATE (FOUND-IDX) (5:2) TO SL-MONTH
           MOVE GM-DATE (FOUND-IDX) (7:2) TO SL-DAY
           MOVE GM-X-ID (FOUND-IDX) TO SL-X-ID
           MOVE GM-O-ID (FOUND-IDX) TO SL-O-ID
           MOVE SPACES TO SL-RESULT
           EVALUATE TRUE
               WHEN GM-FORFEIT (FOUND-IDX) = "1"
                   STRING GM-WINNER (FOUND-IDX) " BY FFT"
                       DELIMITED BY SIZE INTO SL-RESULT
               WHEN GM-WINNER (FOUND-IDX) = "X"
                   MOVE "X WON" TO SL-RESULT
               WHEN GM-WINNER (FOUND-IDX) = "O"
                   MOVE "O WON" TO SL-RESULT
               WHEN OTHER
                   MOVE "DRAW" TO SL-RESULT
           END-EVALUATE
           MOVE GM-MOVES (FOUND-IDX) TO SL-MOVES

           MOVE SPACES TO SL-NOTE
           EVALUATE TRUE
               WHEN GM-TRAIL (FOUND-IDX) = "O"
                   MOVE "OFF-SYSTEM - NO REPLAY" TO SL-NOTE
               WHEN GM-TRAIL (FOUND-IDX) = "N"
                   MOVE "NO AUDIT TRAIL" TO SL-NOTE
               WHEN GM-LOSER-MOVES (FOUND-IDX) > 0
                   MOVE GM-LOSER-THINK (FOUND-IDX) TO THINK-SHOWN
                   STRING "LOSER THINK " FUNCTION TRIM (THINK-SHOWN)
                       "S AVG" DELIMITED BY SIZE INTO SL-NOTE
           END-EVALUATE
           IF SHOW-SWING = "1" AND GM-GAIN (FOUND-IDX) > 0
               MOVE SPACES TO SL-NOTE
               STRING "RATING SWING " GM-GAIN (FOUND-IDX)
                   DELIMITED BY SIZE INTO SL-NOTE
           END-IF
           IF GM-ADJUDICATED (FOUND-IDX) = "1"
               MOVE "ADJUDICATED" TO SL-NOTE
           END-IF

           MOVE SESSION-LINE TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-SUMMARY-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "GAME LOG RECORDS READ  : " GAMES-READ
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "TWO-PLAYER GAMES       : " GAME-COUNT
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "  WITH AN AUDIT TRAIL  : " GAMES-WITH-TRAIL
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "  OFF-SYSTEM           : " GAMES-OFF-SYSTEM
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "CASES FLAGGED          : " CASES-FLAGGED
               " (TRADING " TRADE-CASES ", QUICK " QUICK-CASES
               ", FORFEIT " FORFEIT-CASES ", JUMP " JUMP-CASES ")"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           IF CASES-FLAGGED > 0
               MOVE SPACES TO SP-LINE
               STRING "ENTER A SESSION ID LISTED ABOVE IN REPLAY TO"
                   " STEP THROUGH THE GAME."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

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

       END PROGRAM COLLRPT.
