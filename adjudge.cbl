      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: RESULT ADJUDICATION - A SUPERVISOR ENTERS THE SESSION
      *          ID OF A DISPUTED GAME AND VOIDS IT, REVERSES ITS
      *          WINNER, OR CONVERTS IT TO A DRAW, GIVING A REASON
      *          CODE. NOTHING IS DELETED OR REWRITTEN IN THE GAME
      *          LOG: A REVERSING ENTRY CANCELS THE RESULT STANDING
      *          FOR THE SESSION AND A CORRECTING ENTRY POSTS THE
      *          ADJUDICATED ONE, BOTH UNDER THE GAME'S OWN DATE. THE
      *          STATS.DAT DAILY RECORD FOR THAT DATE IS ADJUSTED TO
      *          MATCH, AND WHEN THE GAME DECIDED A CHALLENGE OR A
      *          TOURNAMENT MATCH THE CHALNG.DAT CHALLENGE, THE LADDER
      *          MOVE IT MADE AND THE BRACKET.DAT WINNER ARE PUT RIGHT.
      *          RATINGS AND MILESTON READ THE ENTRIES ON THEIR NEXT
      *          RUN. EVERY ADJUDICATION GOES ON THE SECJRNL JOURNAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ADJUDGE.
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

      *----Terminals may be playing while a correction is posted -
      *----the shared files are locked from read to rewrite the way
      *----the game and SVSWEEP lock them.
           SELECT STATS-FILE ASSIGN TO "STATS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STATS-REC-DATE
               LOCK MODE IS MANUAL
               FILE STATUS IS STATS-STATUS.

           SELECT CHALLENGE-FILE ASSIGN TO "CHALNG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CHALLENGE-NO
               LOCK MODE IS MANUAL
               FILE STATUS IS CHALLENGE-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "BRACKET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-MATCH-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS BRACKET-STATUS.

           SELECT LADDER-FILE ASSIGN TO "LADDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LADDER-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "SECJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  GAME-LOG-FILE.
           COPY GAMELOG.

       FD  STATS-FILE.
       01  STATS-RECORD.
           05 STATS-REC-DATE   PIC 9(8).
           05 STATS-X-WINS     PIC 9(5).
           05 STATS-O-WINS     PIC 9(5).
           05 STATS-DRAWS      PIC 9(5).

       FD  CHALLENGE-FILE.
           COPY CHALNG.

       FD  BRACKET-FILE.
           COPY BRACKET.

       FD  LADDER-FILE.
       01  LADDER-RECORD.
           05 LD-OPERATOR-ID   PIC X(10).

       FD  JOURNAL-FILE.
           COPY SECJRNL.

       WORKING-STORAGE SECTION.
       77  GAME-LOG-STATUS  PIC X(2).
       77  STATS-STATUS     PIC X(2).
       77  CHALLENGE-STATUS PIC X(2).
       77  BRACKET-STATUS   PIC X(2).
       77  LADDER-STATUS    PIC X(2).
       77  JOURNAL-STATUS   PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".

       77  OPERATOR-ID      PIC X(10) VALUE SPACES.
       77  TERMINAL-ID      PIC X(8) VALUE SPACES.
       77  JOURNAL-DETAIL   PIC X(20).

       77  SESSION-WANTED   PIC 9(14) VALUE 0.
       77  MENU-ANSWER      PIC X(1).
       77  ACTION-CODE      PIC X(1).
      *        V = VOID   R = REVERSE THE WINNER   D = MAKE IT A DRAW
       77  REASON-ANSWER    PIC X(2).
       77  REASON-CODE      PIC X(2).
       77  CONFIRM-ANSWER   PIC X(1).

      *----The result standing for the session: the game as played,
      *----or the latest correcting entry, or nothing once voided.
       77  STANDING-FOUND   PIC X(1).
       77  STANDING-STATE   PIC X(1).
      *        P = AS PLAYED   C = CORRECTED   V = VOIDED
       01  STANDING-IMAGE   PIC X(80).

       77  GAME-DATE        PIC 9(8).
       77  GAME-MONTH       PIC 9(6).
       77  TODAY-DATE       PIC 9(8).
       77  TODAY-MONTH      PIC 9(6).
       77  X-ID             PIC X(10).
       77  O-ID             PIC X(10).
       77  OLD-WINNER       PIC X(1).
       77  NEW-WINNER       PIC X(1).
       77  OLD-WINNER-ID    PIC X(10).
       77  OLD-LOSER-ID     PIC X(10).
       77  NEW-WINNER-ID    PIC X(10).

       77  STATS-NOT-FOUND  PIC X(1).
       77  LOCK-TRY-COUNT   PIC 99 VALUE 0.
       77  FILE-STUCK-FLAG  PIC X(1) VALUE "0".
       77  POLL-SECONDS     PIC 9 VALUE 1.
       78  LOCK-TRY-MAX VALUE 10.

       77  HIT-CHALLENGE-NO PIC 9(4) VALUE 0.
       77  HIT-POST-DATE    PIC 9(8) VALUE 0.
       77  CHALLENGE-FOUND  PIC X(1).
       77  HIT-MATCH-KEY    PIC X(4) VALUE SPACES.
       77  HIT-ROUND        PIC 99 VALUE 0.
       77  HIT-MATCH-NO     PIC 99 VALUE 0.
       77  HIT-TYPE         PIC X(1).
       77  MATCH-FOUND      PIC X(1).
       77  LATER-MATCH-KEY  PIC X(4) VALUE SPACES.
       77  LATER-STATUS     PIC X(1).
       77  LATER-FOUND      PIC X(1).
       77  NEW-WINNER-SEED  PIC 99.

       77  RUNG-COUNT       PIC 99 VALUE 0.
       77  WINNER-RUNG      PIC 99 VALUE 0.
       77  LOSER-RUNG       PIC 99 VALUE 0.
       77  LADDER-WINNER-ID PIC X(10).
       77  LADDER-LOSER-ID  PIC X(10).
       77  LADDER-EOF       PIC X(1).
       78  RUNG-MAX VALUE 50.

       01  LADDER-TABLE.
           05 LADDER-ENTRY OCCURS 50 TIMES INDEXED BY RUNG-IDX.
               10 LT-ID        PIC X(10) VALUE SPACES.

      *----Reason codes a supervisor may give. The code goes on both
      *----game-log entries and on the journal.
       01  REASON-SETUP.
           05 FILLER PIC X(28) VALUE "TGTERMINAL OR LINE FAULT".
           05 FILLER PIC X(28) VALUE "SFSVSWEEP FORFEIT IN ERROR".
           05 FILLER PIC X(28) VALUE "WPWRONG PERSON AT KEYBOARD".
           05 FILLER PIC X(28) VALUE "RMRESULT MISRECORDED".
           05 FILLER PIC X(28) VALUE "RVRULES VIOLATION ON REVIEW".
       01  REASON-TABLE REDEFINES REASON-SETUP.
           05 REASON-ENTRY OCCURS 5 TIMES INDEXED BY REASON-IDX.
               10 RS-CODE       PIC X(2).
               10 RS-TEXT       PIC X(26).
       78  REASON-MAX VALUE 5.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           ACCEPT TERMINAL-ID FROM ENVIRONMENT "TERMID"
           IF TERMINAL-ID = SPACES
               MOVE "CONSOLE" TO TERMINAL-ID
           END-IF

           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT OPERATOR-ID

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           DIVIDE TODAY-DATE BY 100 GIVING TODAY-MONTH

           PERFORM FOREVER
               DISPLAY " "
               DISPLAY "===== GAME RESULT ADJUDICATION ====="
               DISPLAY "ENTER SESSION ID TO ADJUDICATE (0 TO QUIT): "
               ACCEPT SESSION-WANTED
               IF SESSION-WANTED = 0
                   EXIT PERFORM
               END-IF
               PERFORM ADJUDICATE-SESSION-PROCEDURE
           END-PERFORM

           STOP RUN.

       ADJUDICATE-SESSION-PROCEDURE.
           PERFORM FIND-STANDING-RESULT-PROCEDURE

           IF STANDING-FOUND = "0"
               DISPLAY "NO GAME-LOG RECORD FOR SESSION "
                   SESSION-WANTED "."
               EXIT PARAGRAPH
           END-IF

           IF STANDING-STATE = "V"
               DISPLAY "SESSION " SESSION-WANTED
                   " HAS ALREADY BEEN VOIDED - NOTHING STANDS TO"
                   " CORRECT."
               EXIT PARAGRAPH
           END-IF

           MOVE STANDING-IMAGE TO GAME-LOG-RECORD

      *----A double no-show closed a bracket match but was never a
      *----game, and STATS.DAT never counted it - there is no result
      *----here to void or change.
           IF GL-WINNER = "N"
               DISPLAY "SESSION " SESSION-WANTED
                   " IS A DOUBLE NO-SHOW POSTED BY DLSWEEP - NO GAME"
                   " WAS PLAYED TO ADJUDICATE. CORRECT THE MATCH AT"
                   " THE TOURNAMENT DESK."
               EXIT PARAGRAPH
           END-IF

           MOVE GL-DATE TO GAME-DATE
           DIVIDE GAME-DATE BY 100 GIVING GAME-MONTH
           MOVE GL-WINNER TO OLD-WINNER
           MOVE GL-OPERATOR-ID TO X-ID
           MOVE GL-OPPONENT-ID TO O-ID

           DISPLAY " "
           DISPLAY "SESSION " GL-SESSION-ID "  PLAYED " GL-DATE
               " " GL-TIME (1:6) "  MOVES " GL-MOVE-COUNT
           IF GL-COMPUTER-SEAT = "X" OR GL-COMPUTER-SEAT = "O"
               DISPLAY "OPERATOR " FUNCTION TRIM (GL-OPERATOR-ID)
                   " AGAINST THE COMPUTER IN SEAT " GL-COMPUTER-SEAT
           ELSE
               DISPLAY "X = " FUNCTION TRIM (X-ID)
                   "   O = " FUNCTION TRIM (O-ID)
           END-IF
           IF STANDING-STATE = "C"
               DISPLAY "STANDING RESULT (ALREADY CORRECTED, REASON "
                   GL-ADJ-REASON "): " OLD-WINNER
           ELSE
               DISPLAY "STANDING RESULT: " OLD-WINNER
           END-IF

           PERFORM ACCEPT-ACTION-PROCEDURE
           IF ACTION-CODE = SPACE
               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-REASON-PROCEDURE
           IF REASON-CODE = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE ACTION-CODE
               WHEN "V"
                   MOVE "V" TO NEW-WINNER
               WHEN "D"
                   MOVE "D" TO NEW-WINNER
               WHEN "R"
                   IF OLD-WINNER = "X"
                       MOVE "O" TO NEW-WINNER
                   ELSE
                       MOVE "X" TO NEW-WINNER
                   END-IF
           END-EVALUATE

           IF NEW-WINNER = "V"
               DISPLAY "VOID SESSION " SESSION-WANTED
                   " - REASON " REASON-CODE "? (Y/N): "
           ELSE
               DISPLAY "CHANGE SESSION " SESSION-WANTED " FROM "
                   OLD-WINNER " TO " NEW-WINNER " - REASON "
                   REASON-CODE "? (Y/N): "
           END-IF
           ACCEPT CONFIRM-ANSWER
           IF FUNCTION UPPER-CASE (CONFIRM-ANSWER) NOT = "Y"
               DISPLAY "NOTHING POSTED."
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-GAME-LOG-ENTRIES-PROCEDURE
           PERFORM POST-STATS-CORRECTION-PROCEDURE

      *----Only a decided game between two operators can have won a
      *----challenge or a tournament match.
           IF O-ID NOT = SPACES
                   AND (OLD-WINNER = "X" OR OLD-WINNER = "O")
               IF OLD-WINNER = "X"
                   MOVE X-ID TO OLD-WINNER-ID
                   MOVE O-ID TO OLD-LOSER-ID
               ELSE
                   MOVE O-ID TO OLD-WINNER-ID
                   MOVE X-ID TO OLD-LOSER-ID
               END-IF
               MOVE SPACES TO NEW-WINNER-ID
               IF NEW-WINNER = "X" OR NEW-WINNER = "O"
                   MOVE OLD-LOSER-ID TO NEW-WINNER-ID
               END-IF
               PERFORM POST-CHALLENGE-CORRECTION-PROCEDURE
               PERFORM POST-BRACKET-CORRECTION-PROCEDURE
           END-IF

           MOVE SPACES TO JOURNAL-DETAIL
           STRING ACTION-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SESSION-WANTED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   REASON-CODE DELIMITED BY SIZE
               INTO JOURNAL-DETAIL
           PERFORM WRITE-JOURNAL-PROCEDURE

           DISPLAY "ADJUDICATION POSTED. RATINGS AND MILESTON CARRY"
               " IT FROM THEIR NEXT RUN."
           IF GAME-MONTH < TODAY-MONTH
               DISPLAY "THE GAME FALLS IN A CLOSED MONTH - RERUN"
                   " MONTHEND TO CARRY THE CORRECTION INTO"
                   " MSTATS.DAT FOR " GAME-MONTH "."
           END-IF.

      *----Walk every entry for the session in log order. A reversing
      *----entry cancels whatever stood; a correcting entry becomes
      *----the standing result.
       FIND-STANDING-RESULT-PROCEDURE.
           MOVE "0" TO STANDING-FOUND
           MOVE SPACE TO STANDING-STATE
           MOVE SPACES TO STANDING-IMAGE

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
                               AND GL-SESSION-ID = SESSION-WANTED
                           MOVE "1" TO STANDING-FOUND
                           EVALUATE GL-ENTRY-TYPE
                               WHEN "R"
                                   MOVE "V" TO STANDING-STATE
                               WHEN "C"
                                   MOVE "C" TO STANDING-STATE
                                   MOVE GAME-LOG-RECORD
                                       TO STANDING-IMAGE
                               WHEN OTHER
                                   MOVE "P" TO STANDING-STATE
                                   MOVE GAME-LOG-RECORD
                                       TO STANDING-IMAGE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GAME-LOG-FILE.

       ACCEPT-ACTION-PROCEDURE.
           MOVE SPACE TO ACTION-CODE

           DISPLAY "V = VOID THE GAME"
           IF OLD-WINNER = "X" OR OLD-WINNER = "O"
               DISPLAY "R = REVERSE THE WINNER"
           END-IF
           IF OLD-WINNER NOT = "D"
               DISPLAY "D = CONVERT TO A DRAW"
           END-IF
           DISPLAY "Q = LEAVE IT AS IT STANDS"
           DISPLAY "CHOICE: "
           ACCEPT MENU-ANSWER

           EVALUATE FUNCTION UPPER-CASE (MENU-ANSWER)
               WHEN "V"
                   MOVE "V" TO ACTION-CODE
               WHEN "R"
                   IF OLD-WINNER = "X" OR OLD-WINNER = "O"
                       MOVE "R" TO ACTION-CODE
                   ELSE
                       DISPLAY "A DRAWN GAME HAS NO WINNER TO"
                           " REVERSE."
                   END-IF
               WHEN "D"
                   IF OLD-WINNER NOT = "D"
                       MOVE "D" TO ACTION-CODE
                   ELSE
                       DISPLAY "THE GAME ALREADY STANDS AS A DRAW."
                   END-IF
               WHEN OTHER
                   DISPLAY "NOTHING POSTED."
           END-EVALUATE.

       ACCEPT-REASON-PROCEDURE.
           MOVE SPACES TO REASON-CODE

           DISPLAY "REASON CODES:"
           PERFORM VARYING REASON-IDX FROM 1 BY 1
                   UNTIL REASON-IDX > REASON-MAX
               DISPLAY "  " RS-CODE (REASON-IDX) " = "
                   RS-TEXT (REASON-IDX)
           END-PERFORM
           DISPLAY "REASON: "
           ACCEPT REASON-ANSWER
           MOVE FUNCTION UPPER-CASE (REASON-ANSWER) TO REASON-ANSWER

           PERFORM VARYING REASON-IDX FROM 1 BY 1
                   UNTIL REASON-IDX > REASON-MAX
               IF RS-CODE (REASON-IDX) = REASON-ANSWER
                   MOVE REASON-ANSWER TO REASON-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF REASON-CODE = SPACES
               DISPLAY "UNKNOWN REASON CODE - NOTHING POSTED."
           END-IF.

      *----The reversing entry is the standing record marked R; the
      *----correcting entry is the same game with the adjudicated
      *----winner, marked C. Both keep the game's own date, so every
      *----reader that buckets by day nets the correction into the
      *----day the game was played.
       POST-GAME-LOG-ENTRIES-PROCEDURE.
           OPEN EXTEND GAME-LOG-FILE
           IF GAME-LOG-STATUS = "35"
               OPEN OUTPUT GAME-LOG-FILE
           END-IF

           MOVE STANDING-IMAGE TO GAME-LOG-RECORD
           MOVE "R" TO GL-ENTRY-TYPE
           MOVE REASON-CODE TO GL-ADJ-REASON
           WRITE GAME-LOG-RECORD

           IF NEW-WINNER NOT = "V"
               MOVE STANDING-IMAGE TO GAME-LOG-RECORD
               MOVE NEW-WINNER TO GL-WINNER
               MOVE "C" TO GL-ENTRY-TYPE
               MOVE REASON-CODE TO GL-ADJ-REASON
               WRITE GAME-LOG-RECORD
           END-IF

           CLOSE GAME-LOG-FILE
           DISPLAY "GAME LOG: REVERSING ENTRY POSTED."
           IF NEW-WINNER NOT = "V"
               DISPLAY "GAME LOG: CORRECTING ENTRY POSTED - "
                   NEW-WINNER " NOW STANDS."
           END-IF.

       POST-STATS-CORRECTION-PROCEDURE.
           OPEN I-O STATS-FILE
           IF STATS-STATUS NOT = "00"
               DISPLAY "STATS.DAT COULD NOT BE OPENED - STATUS "
                   STATS-STATUS " - DAILY TOTALS NOT ADJUSTED."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCK-STATS-RECORD-PROCEDURE

           EVALUATE TRUE
               WHEN FILE-STUCK-FLAG = "1"
                   DISPLAY "STATS.DAT IS HELD BY ANOTHER TERMINAL"
                       " AND NOT FREEING - CORRECT " GAME-DATE
                       " BY HAND."
               WHEN STATS-NOT-FOUND = "1"
                   DISPLAY "NO STATS.DAT RECORD FOR " GAME-DATE
                       " - DAILY TOTALS NOT ADJUSTED."
               WHEN OTHER
                   EVALUATE OLD-WINNER
                       WHEN "X"
                           IF STATS-X-WINS > 0
                               SUBTRACT 1 FROM STATS-X-WINS
                           END-IF
                       WHEN "O"
                           IF STATS-O-WINS > 0
                               SUBTRACT 1 FROM STATS-O-WINS
                           END-IF
                       WHEN "N"
                           CONTINUE
                       WHEN OTHER
                           IF STATS-DRAWS > 0
                               SUBTRACT 1 FROM STATS-DRAWS
                           END-IF
                   END-EVALUATE
                   EVALUATE NEW-WINNER
                       WHEN "X"
                           ADD 1 TO STATS-X-WINS
                       WHEN "O"
                           ADD 1 TO STATS-O-WINS
                       WHEN "D"
                           ADD 1 TO STATS-DRAWS
                   END-EVALUATE
                   REWRITE STATS-RECORD
                   DISPLAY "STATS: " GAME-DATE " NOW X " STATS-X-WINS
                       " O " STATS-O-WINS " DRAWN " STATS-DRAWS
           END-EVALUATE

           CLOSE STATS-FILE.

       LOCK-STATS-RECORD-PROCEDURE.
           MOVE 0 TO LOCK-TRY-COUNT
           MOVE "0" TO FILE-STUCK-FLAG

           PERFORM FOREVER
               MOVE GAME-DATE TO STATS-REC-DATE
               MOVE "0" TO STATS-NOT-FOUND
               READ STATS-FILE LOCK
                   INVALID KEY
                       MOVE "1" TO STATS-NOT-FOUND
               END-READ

               IF STATS-STATUS = "51" OR STATS-STATUS = "99"
                   ADD 1 TO LOCK-TRY-COUNT
                   IF LOCK-TRY-COUNT >= LOCK-TRY-MAX
                       MOVE "1" TO FILE-STUCK-FLAG
                       EXIT PERFORM
                   END-IF
                   CALL "C$SLEEP" USING POLL-SECONDS
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----A challenge game seats the challenger at X. The game log
      *----carries no challenge number, so the challenge it decided
      *----is the latest completed one between the pair, posted on
      *----or before the game's date, that names the old winner. A
      *----casual game between the same pair can match it too, so
      *----the supervisor confirms the challenge before it is touched.
       POST-CHALLENGE-CORRECTION-PROCEDURE.
           OPEN I-O CHALLENGE-FILE
           IF CHALLENGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "0" TO CHALLENGE-FOUND
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CHALLENGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF CN-STATUS = "C"
                               AND CN-CHALLENGER-ID = X-ID
                               AND CN-OPPONENT-ID = O-ID
                               AND CN-WINNER-ID = OLD-WINNER-ID
                               AND CN-POST-DATE <= GAME-DATE
                           MOVE CN-CHALLENGE-NO TO HIT-CHALLENGE-NO
                           MOVE CN-POST-DATE TO HIT-POST-DATE
                           MOVE "1" TO CHALLENGE-FOUND
                       END-IF
               END-READ
           END-PERFORM

           IF CHALLENGE-FOUND = "0"
               CLOSE CHALLENGE-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CHALLENGE " HIT-CHALLENGE-NO " - "
               FUNCTION TRIM (X-ID) " CHALLENGED "
               FUNCTION TRIM (O-ID) " ON " HIT-POST-DATE ", WON BY "
               FUNCTION TRIM (OLD-WINNER-ID) "."
           DISPLAY "WAS THIS GAME THE ONE THAT DECIDED IT? (Y/N): "
           ACCEPT CONFIRM-ANSWER
           IF FUNCTION UPPER-CASE (CONFIRM-ANSWER) NOT = "Y"
               DISPLAY "CHALLENGE AND LADDER LEFT AS THEY STAND."
               CLOSE CHALLENGE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE HIT-CHALLENGE-NO TO CN-CHALLENGE-NO
           READ CHALLENGE-FILE LOCK
               INVALID KEY
                   CLOSE CHALLENGE-FILE
                   EXIT PARAGRAPH
           END-READ

      *----A drawn or voided challenge game goes back on the queue
      *----for a replay, the way the game treats a drawn challenge.
           IF NEW-WINNER-ID = SPACES
               MOVE "P" TO CN-STATUS
               MOVE SPACES TO CN-WINNER-ID
               REWRITE CHALLENGE-RECORD
               DISPLAY "CHALLENGE " HIT-CHALLENGE-NO
                   " REOPENED FOR A REPLAY."
           ELSE
               MOVE NEW-WINNER-ID TO CN-WINNER-ID
               REWRITE CHALLENGE-RECORD
               DISPLAY "CHALLENGE " HIT-CHALLENGE-NO " NOW WON BY "
                   FUNCTION TRIM (NEW-WINNER-ID) "."
           END-IF

           CLOSE CHALLENGE-FILE

           PERFORM CORRECT-LADDER-PROCEDURE.

      *----A reversed result is worked through the ladder exactly as
      *----the game works a decided challenge - the new winner takes
      *----the old winner's rung if they stand below it. A voided or
      *----drawn result can only be unwound when the old winner still
      *----sits on the rung just above the old loser; the supervisor
      *----confirms the game was what carried them there.
       CORRECT-LADDER-PROCEDURE.
           PERFORM LOAD-LADDER-PROCEDURE

           IF NEW-WINNER-ID NOT = SPACES
               MOVE NEW-WINNER-ID TO LADDER-WINNER-ID
               MOVE OLD-WINNER-ID TO LADDER-LOSER-ID
               PERFORM UPDATE-LADDER-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WINNER-RUNG LOSER-RUNG
           PERFORM VARYING RUNG-IDX FROM 1 BY 1
                   UNTIL RUNG-IDX > RUNG-COUNT
               IF LT-ID (RUNG-IDX) = OLD-WINNER-ID
                   MOVE RUNG-IDX TO WINNER-RUNG
               END-IF
               IF LT-ID (RUNG-IDX) = OLD-LOSER-ID
                   MOVE RUNG-IDX TO LOSER-RUNG
               END-IF
           END-PERFORM

           IF WINNER-RUNG = 0 OR LOSER-RUNG = 0
                   OR WINNER-RUNG + 1 NOT = LOSER-RUNG
               DISPLAY "LADDER LEFT AS IT STANDS - REVIEW THE RUNGS"
                   " OF " FUNCTION TRIM (OLD-WINNER-ID) " AND "
                   FUNCTION TRIM (OLD-LOSER-ID) " AT THE LADDER DESK."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "DID THIS GAME CARRY "
               FUNCTION TRIM (OLD-WINNER-ID) " UP PAST "
               FUNCTION TRIM (OLD-LOSER-ID) " TO RUNG " WINNER-RUNG
               "? (Y/N): "
           ACCEPT CONFIRM-ANSWER
           IF FUNCTION UPPER-CASE (CONFIRM-ANSWER) NOT = "Y"
               DISPLAY "LADDER LEFT AS IT STANDS."
               EXIT PARAGRAPH
           END-IF

           MOVE OLD-LOSER-ID TO LT-ID (WINNER-RUNG)
           MOVE OLD-WINNER-ID TO LT-ID (LOSER-RUNG)
           PERFORM WRITE-LADDER-PROCEDURE
           DISPLAY FUNCTION TRIM (OLD-LOSER-ID) " RESTORED TO RUNG "
               WINNER-RUNG " ON THE LADDER.".

       UPDATE-LADDER-PROCEDURE.
           MOVE 0 TO WINNER-RUNG LOSER-RUNG
           PERFORM VARYING RUNG-IDX FROM 1 BY 1
                   UNTIL RUNG-IDX > RUNG-COUNT
               IF LT-ID (RUNG-IDX) = LADDER-WINNER-ID
                   MOVE RUNG-IDX TO WINNER-RUNG
               END-IF
               IF LT-ID (RUNG-IDX) = LADDER-LOSER-ID
                   MOVE RUNG-IDX TO LOSER-RUNG
               END-IF
           END-PERFORM

           IF LOSER-RUNG = 0 AND RUNG-COUNT < RUNG-MAX
               ADD 1 TO RUNG-COUNT
               MOVE LADDER-LOSER-ID TO LT-ID (RUNG-COUNT)
               MOVE RUNG-COUNT TO LOSER-RUNG
           END-IF
           IF WINNER-RUNG = 0 AND RUNG-COUNT < RUNG-MAX
               ADD 1 TO RUNG-COUNT
               MOVE LADDER-WINNER-ID TO LT-ID (RUNG-COUNT)
               MOVE RUNG-COUNT TO WINNER-RUNG
           END-IF

           IF WINNER-RUNG > LOSER-RUNG AND LOSER-RUNG > 0
               PERFORM VARYING RUNG-IDX FROM WINNER-RUNG BY -1
                       UNTIL RUNG-IDX <= LOSER-RUNG
                   MOVE LT-ID (RUNG-IDX - 1) TO LT-ID (RUNG-IDX)
               END-PERFORM
               MOVE LADDER-WINNER-ID TO LT-ID (LOSER-RUNG)
               DISPLAY FUNCTION TRIM (LADDER-WINNER-ID)
                   " TAKES RUNG " LOSER-RUNG " ON THE LADDER."
           END-IF

           PERFORM WRITE-LADDER-PROCEDURE.

       LOAD-LADDER-PROCEDURE.
           MOVE 0 TO RUNG-COUNT
           OPEN INPUT LADDER-FILE

           IF LADDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO LADDER-EOF
           PERFORM UNTIL LADDER-EOF = "Y"
               READ LADDER-FILE
                   AT END
                       MOVE "Y" TO LADDER-EOF
                   NOT AT END
                       IF LD-OPERATOR-ID NOT = SPACES
                               AND RUNG-COUNT < RUNG-MAX
                           ADD 1 TO RUNG-COUNT
                           MOVE LD-OPERATOR-ID TO LT-ID (RUNG-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LADDER-FILE.

       WRITE-LADDER-PROCEDURE.
           OPEN OUTPUT LADDER-FILE
           PERFORM VARYING RUNG-IDX FROM 1 BY 1
                   UNTIL RUNG-IDX > RUNG-COUNT
               MOVE LT-ID (RUNG-IDX) TO LD-OPERATOR-ID
               WRITE LADDER-RECORD
           END-PERFORM
           CLOSE LADDER-FILE.

      *----The tournament match is the completed one between the two
      *----seats that names the old winner. An elimination winner may
      *----already have been carried into a later round: a reversed
      *----winner takes over that seat while the later match is
      *----still unplayed, but a later match already decided, or a
      *----void or draw that would unseat someone already advanced,
      *----is left for the tournament desk rather than unwound here.
      *----A casual game between the same seats can match the pair
      *----too, so the supervisor confirms the match before it is
      *----touched.
       POST-BRACKET-CORRECTION-PROCEDURE.
           OPEN I-O BRACKET-FILE
           IF BRACKET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "0" TO MATCH-FOUND
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ BRACKET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF BK-STATUS = "C"
                               AND BK-WINNER-ID = OLD-WINNER-ID
                               AND ((BK-X-ID = X-ID AND BK-O-ID = O-ID)
                               OR (BK-X-ID = O-ID AND BK-O-ID = X-ID))
                           MOVE BK-MATCH-KEY TO HIT-MATCH-KEY
                           MOVE BK-ROUND TO HIT-ROUND
                           MOVE BK-MATCH-NO TO HIT-MATCH-NO
                           MOVE BK-TYPE TO HIT-TYPE
                           IF BK-X-ID = NEW-WINNER-ID
                               MOVE BK-X-SEED TO NEW-WINNER-SEED
                           ELSE
                               MOVE BK-O-SEED TO NEW-WINNER-SEED
                           END-IF
                           MOVE "1" TO MATCH-FOUND
                       END-IF
               END-READ
           END-PERFORM

           IF MATCH-FOUND = "0"
               CLOSE BRACKET-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "BRACKET: ROUND " HIT-ROUND " MATCH " HIT-MATCH-NO
               " BETWEEN " FUNCTION TRIM (X-ID) " AND "
               FUNCTION TRIM (O-ID) ", WON BY "
               FUNCTION TRIM (OLD-WINNER-ID) "."
           DISPLAY "WAS THIS GAME THE ONE THAT DECIDED IT? (Y/N): "
           ACCEPT CONFIRM-ANSWER
           IF FUNCTION UPPER-CASE (CONFIRM-ANSWER) NOT = "Y"
               DISPLAY "BRACKET LEFT AS IT STANDS."
               CLOSE BRACKET-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LATER-MATCH-PROCEDURE

           IF LATER-FOUND = "1"
               IF NEW-WINNER-ID = SPACES
                       OR (LATER-STATUS NOT = "P"
                           AND LATER-STATUS NOT = "B")
                   DISPLAY "BRACKET: " FUNCTION TRIM (OLD-WINNER-ID)
                       " HAS ALREADY BEEN CARRIED PAST ROUND "
                       HIT-ROUND " - BRACKET LEFT FOR THE"
                       " TOURNAMENT DESK."
                   CLOSE BRACKET-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM RESEAT-LATER-MATCH-PROCEDURE
           END-IF

           MOVE HIT-MATCH-KEY TO BK-MATCH-KEY
           READ BRACKET-FILE LOCK
               INVALID KEY
                   CLOSE BRACKET-FILE
                   EXIT PARAGRAPH
           END-READ

      *----A drawn or voided match stays scheduled to be replayed,
      *----the way the game leaves a drawn tournament match.
           IF NEW-WINNER-ID = SPACES
               MOVE "P" TO BK-STATUS
               MOVE SPACES TO BK-WINNER-ID
               REWRITE BRACKET-RECORD
               DISPLAY "BRACKET: ROUND " BK-ROUND " MATCH "
                   BK-MATCH-NO " REOPENED FOR A REPLAY."
           ELSE
               MOVE NEW-WINNER-ID TO BK-WINNER-ID
               REWRITE BRACKET-RECORD
               DISPLAY "BRACKET: ROUND " BK-ROUND " MATCH "
                   BK-MATCH-NO " NOW WON BY "
                   FUNCTION TRIM (NEW-WINNER-ID) "."
           END-IF

           CLOSE BRACKET-FILE.

       FIND-LATER-MATCH-PROCEDURE.
           MOVE "0" TO LATER-FOUND

           IF HIT-TYPE NOT = "E"
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO BK-MATCH-KEY
           START BRACKET-FILE KEY NOT < BK-MATCH-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ BRACKET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF BK-ROUND > HIT-ROUND
                               AND BK-TYPE = "E"
                               AND (BK-X-ID = OLD-WINNER-ID
                                   OR BK-O-ID = OLD-WINNER-ID)
                           MOVE BK-MATCH-KEY TO LATER-MATCH-KEY
                           MOVE BK-STATUS TO LATER-STATUS
                           MOVE "1" TO LATER-FOUND
                           MOVE "Y" TO EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       RESEAT-LATER-MATCH-PROCEDURE.
           MOVE LATER-MATCH-KEY TO BK-MATCH-KEY
           READ BRACKET-FILE LOCK
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF BK-X-ID = OLD-WINNER-ID
               MOVE NEW-WINNER-ID TO BK-X-ID
               MOVE NEW-WINNER-SEED TO BK-X-SEED
           ELSE
               MOVE NEW-WINNER-ID TO BK-O-ID
               MOVE NEW-WINNER-SEED TO BK-O-SEED
           END-IF
           IF BK-STATUS = "B"
               MOVE NEW-WINNER-ID TO BK-WINNER-ID
           END-IF
           REWRITE BRACKET-RECORD
           DISPLAY "BRACKET: " FUNCTION TRIM (NEW-WINNER-ID)
               " TAKES THE SEAT IN ROUND " BK-ROUND " MATCH "
               BK-MATCH-NO ".".

       WRITE-JOURNAL-PROCEDURE.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           ACCEPT SJ-DATE FROM DATE YYYYMMDD
           ACCEPT SJ-TIME FROM TIME
           MOVE "ADJUDGE" TO SJ-EVENT
           MOVE "ADJUDGE" TO SJ-PROGRAM
           MOVE TERMINAL-ID TO SJ-TERMINAL-ID
           MOVE OPERATOR-ID TO SJ-OPERATOR-ID
           MOVE X-ID TO SJ-TARGET-ID
           MOVE JOURNAL-DETAIL TO SJ-DETAIL
           WRITE SECURITY-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

       END PROGRAM ADJUDGE.
