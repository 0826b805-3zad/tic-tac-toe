      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: OFF-SYSTEM GAME POSTING - READ OFFGAME.DAT, ONE
      *          RESULT PER GAME PLAYED ON A PAPER BOARD WHILE THE
      *          TERMINALS WERE DOWN, EDIT EACH ONE AGAINST OPERREG.DAT,
      *          THE GAMES ALREADY ON GAMELOG.DAT AND ANY OPEN
      *          BRACKET.DAT MATCH IT NAMES, AND POST THE GOOD ONES TO
      *          GAMELOG.DAT, THE STATS.DAT DAILY RECORD AND THE
      *          BRACKET UNDER THE OFF-SYSTEM SESSION-ID RANGE. FAILED
      *          RECORDS GO TO OFFREJ.DAT WITH A REASON CODE AND THE
      *          RUN ENDS WITH READ / POSTED / REJECTED CONTROL TOTALS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. OFFPOST.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "OFFGAME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.

           SELECT REJECT-FILE ASSIGN TO "OFFREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-STATUS.

           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.

           SELECT OPER-REG-FILE ASSIGN TO "OPERREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-OPERATOR-ID
               FILE STATUS IS OPER-REG-STATUS.

      *----Terminals may be back in play while the batch posts - the
      *----updates lock the record from read to rewrite the way the
      *----game itself does.
           SELECT STATS-FILE ASSIGN TO "STATS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STATS-REC-DATE
               LOCK MODE IS MANUAL
               FILE STATUS IS STATS-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "BRACKET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-MATCH-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS BRACKET-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TR-DATE          PIC 9(8).
           05 TR-TIME          PIC 9(6).
      *        HHMMSS THE GAME STARTED - SECONDS MAY BE ZERO
           05 TR-X-ID          PIC X(10).
           05 TR-O-ID          PIC X(10).
           05 TR-WINNER        PIC X(1).
      *        X, O OR D
           05 TR-MOVE-COUNT    PIC 99.
           05 TR-TOURNEY-KEY.
               10 TR-ROUND     PIC 99.
               10 TR-MATCH-NO  PIC 99.
      *        BRACKET.DAT ROUND AND MATCH FOR A TOURNAMENT GAME,
      *        SPACES OR ZEROS FOR AN ORDINARY GAME

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 RJ-REASON        PIC X(3).
           05 RJ-IMAGE         PIC X(80).

       FD  GAME-LOG-FILE.
           COPY GAMELOG.

       FD  OPER-REG-FILE.
           COPY OPERREG.

       FD  STATS-FILE.
       01  STATS-RECORD.
           05 STATS-REC-DATE   PIC 9(8).
           05 STATS-X-WINS     PIC 9(5).
           05 STATS-O-WINS     PIC 9(5).
           05 STATS-DRAWS      PIC 9(5).

       FD  BRACKET-FILE.
           COPY BRACKET.

       WORKING-STORAGE SECTION.
       77  TRANS-STATUS     PIC X(2).
       77  REJECT-STATUS    PIC X(2).
       77  GAME-LOG-STATUS  PIC X(2).
       77  OPER-REG-STATUS  PIC X(2).
       77  STATS-STATUS     PIC X(2).
       77  BRACKET-STATUS   PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".
       77  LOG-EOF-FLAG     PIC X VALUE "N".

       77  TODAY-DATE       PIC 9(8).
       77  REASON-CODE      PIC X(3).
       77  TOURNEY-GAME     PIC X(1).
       77  WINNER           PIC X(1).
       77  POST-DATE        PIC 9(8).
       77  POST-SESSION-ID  PIC 9(14).
       77  HIGH-SESSION-TAIL PIC 9(6).
       77  TIME-HOURS       PIC 99.
       77  TIME-MINUTES     PIC 99.
       77  TIME-SECONDS     PIC 99.

       77  TRANS-READ       PIC 9(5) VALUE 0.
       77  TRANS-POSTED     PIC 9(5) VALUE 0.
       77  TRANS-REJECTED   PIC 9(5) VALUE 0.
       77  TRANS-TOURNEY    PIC 9(5) VALUE 0.
       77  POST-WARNINGS    PIC 9(5) VALUE 0.

       77  STATS-NOT-FOUND  PIC X(1).
       77  BRACKET-NOT-FOUND PIC X(1).
       77  LOCK-TRY-COUNT   PIC 99 VALUE 0.
       77  FILE-STUCK-FLAG  PIC X(1) VALUE "0".
       77  POLL-SECONDS     PIC 9 VALUE 1.

       78  LOCK-TRY-MAX VALUE 10.

      *----Off-system games are stamped with the game date and a time
      *----portion of 900001 and up - no clock reading reaches it, so
      *----a terminal game and a paper game never share a session id.
       78  OFF-SESSION-BASE VALUE 900000.
       78  OFF-SEQ-MAX VALUE 99999.

      *----The most moves any board the game offers can hold.
       78  MOVE-COUNT-MAX VALUE 25.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT TRANS-FILE
           IF TRANS-STATUS NOT = "00"
               DISPLAY "OFFGAME.DAT COULD NOT BE OPENED - STATUS "
                   TRANS-STATUS " - NOTHING TO POST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OPER-REG-FILE
           IF OPER-REG-STATUS NOT = "00"
               DISPLAY "OPERREG.DAT COULD NOT BE OPENED - STATUS "
                   OPER-REG-STATUS " - NOTHING CAN BE EDITED."
               CLOSE TRANS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *----Each run's rejects replace the last run's - corrected
      *----records go back in through the next OFFGAME.DAT.
           OPEN OUTPUT REJECT-FILE

           DISPLAY " "
           DISPLAY "===== OFF-SYSTEM GAME POSTING ====="

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO TRANS-READ
                       PERFORM PROCESS-TRANSACTION-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE TRANS-FILE
           CLOSE OPER-REG-FILE
           CLOSE REJECT-FILE

           DISPLAY " "
           DISPLAY "===== CONTROL TOTALS ====="
           DISPLAY "TRANSACTIONS READ    : " TRANS-READ
           DISPLAY "GAMES POSTED         : " TRANS-POSTED
           DISPLAY "  TOURNAMENT GAMES   : " TRANS-TOURNEY
           DISPLAY "TRANSACTIONS REJECTED: " TRANS-REJECTED

           IF TRANS-READ NOT = TRANS-POSTED + TRANS-REJECTED
               DISPLAY "CONTROL TOTALS DO NOT BALANCE - CHECK THE RUN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF POST-WARNINGS > 0
               DISPLAY POST-WARNINGS " POSTING(S) COULD NOT REACH"
                   " STATS.DAT OR BRACKET.DAT - SEE THE NOTICES ABOVE."
               MOVE 4 TO RETURN-CODE
           END-IF

           IF TRANS-REJECTED > 0
               DISPLAY "REJECTED RECORDS ARE IN OFFREJ.DAT WITH THEIR"
                   " REASON CODES."
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       PROCESS-TRANSACTION-PROCEDURE.
           PERFORM EDIT-TRANSACTION-PROCEDURE

           IF REASON-CODE NOT = SPACES
               PERFORM REJECT-TRANSACTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-TRANSACTION-PROCEDURE.

      *----One reason per record - the first edit a record fails is
      *----the one it is rejected under.
      *----  T01 DATE NOT A REAL CALENDAR DATE, OR LATER THAN TODAY
      *----  T02 TIME NOT A REAL HHMMSS CLOCK TIME
      *----  T03 WINNER NOT X, O OR D
      *----  T04 MOVE COUNT NOT NUMERIC OR NOT 1 THROUGH 25
      *----  T05 X OPERATOR NOT REGISTERED, OR RETIRED
      *----  T06 O OPERATOR NOT REGISTERED, OR RETIRED
      *----  T07 SAME OPERATOR IN BOTH SEATS
      *----  T08 ROUND OR MATCH NOT NUMERIC, OR NO SUCH BRACKET MATCH
      *----  T09 BRACKET MATCH NOT OPEN (ALREADY PLAYED OR A BYE)
      *----  T10 BRACKET MATCH SEATS A DIFFERENT PAIR
      *----  T11 DUPLICATE OF A GAME ALREADY ON GAMELOG.DAT
      *----  T12 OFF-SYSTEM SESSION IDS FOR THE DATE USED UP
       EDIT-TRANSACTION-PROCEDURE.
           MOVE SPACES TO REASON-CODE

           IF TR-DATE NOT NUMERIC
               MOVE "T01" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (TR-DATE) NOT = 0
                   OR TR-DATE > TODAY-DATE
               MOVE "T01" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF

           IF TR-TIME NOT NUMERIC
               MOVE "T02" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE TR-TIME (1:2) TO TIME-HOURS
           MOVE TR-TIME (3:2) TO TIME-MINUTES
           MOVE TR-TIME (5:2) TO TIME-SECONDS
           IF TIME-HOURS > 23 OR TIME-MINUTES > 59
                   OR TIME-SECONDS > 59
               MOVE "T02" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE (TR-WINNER) TO WINNER
           IF WINNER NOT = "X" AND WINNER NOT = "O"
                   AND WINNER NOT = "D"
               MOVE "T03" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF

           IF TR-MOVE-COUNT NOT NUMERIC
               MOVE "T04" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF
           IF TR-MOVE-COUNT = 0 OR TR-MOVE-COUNT > MOVE-COUNT-MAX
               MOVE "T04" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE TR-X-ID TO RG-OPERATOR-ID
           PERFORM CHECK-REGISTERED-PROCEDURE
           IF REASON-CODE NOT = SPACES
               MOVE "T05" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE TR-O-ID TO RG-OPERATOR-ID
           PERFORM CHECK-REGISTERED-PROCEDURE
           IF REASON-CODE NOT = SPACES
               MOVE "T06" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF

           IF TR-X-ID = TR-O-ID
               MOVE "T07" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "0" TO TOURNEY-GAME
           IF TR-TOURNEY-KEY NOT = SPACES
                   AND TR-TOURNEY-KEY NOT = ZEROS
               PERFORM CHECK-BRACKET-MATCH-PROCEDURE
               IF REASON-CODE NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE "1" TO TOURNEY-GAME
           END-IF

           PERFORM SCAN-GAME-LOG-PROCEDURE.

      *----A locked-out operator still played the game - only an id
      *----that was never registered, or was retired or merged away,
      *----cannot take a result.
       CHECK-REGISTERED-PROCEDURE.
           IF RG-OPERATOR-ID = SPACES
               MOVE "BAD" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF

           READ OPER-REG-FILE
               INVALID KEY
                   MOVE "BAD" TO REASON-CODE
               NOT INVALID KEY
                   IF RG-LOCKED = "R"
                       MOVE "BAD" TO REASON-CODE
                   END-IF
           END-READ.

      *----The paper sheet may have the pair in either seat - the
      *----match only has to be open and between these two players.
       CHECK-BRACKET-MATCH-PROCEDURE.
           IF TR-ROUND NOT NUMERIC OR TR-MATCH-NO NOT NUMERIC
               MOVE "T08" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BRACKET-FILE
           IF BRACKET-STATUS NOT = "00"
               MOVE "T08" TO REASON-CODE
               IF BRACKET-STATUS = "39"
                   DISPLAY "BRACKET.DAT IS IN THE OLD RECORD LAYOUT"
                       " - RUN BRKTCONV TO CONVERT IT."
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE TR-TOURNEY-KEY TO BK-MATCH-KEY
           READ BRACKET-FILE
               INVALID KEY
                   MOVE "T08" TO REASON-CODE
           END-READ
           CLOSE BRACKET-FILE

           IF REASON-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF BK-STATUS NOT = "P"
               MOVE "T09" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF

           IF (BK-X-ID = TR-X-ID AND BK-O-ID = TR-O-ID)
                   OR (BK-X-ID = TR-O-ID AND BK-O-ID = TR-X-ID)
               CONTINUE
           ELSE
               MOVE "T10" TO REASON-CODE
           END-IF.

      *----One pass over the game log does both jobs - a game already
      *----logged for the same seats, date and minute is a duplicate,
      *----and the highest off-system stamp used on the date sets the
      *----next one. Postings earlier in this run are on the log by
      *----now, so a record keyed twice in one batch is caught too.
       SCAN-GAME-LOG-PROCEDURE.
           MOVE 0 TO HIGH-SESSION-TAIL

           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS = "00"
               MOVE "N" TO LOG-EOF-FLAG
               PERFORM UNTIL LOG-EOF-FLAG = "Y"
                   READ GAME-LOG-FILE
                       AT END
                           MOVE "Y" TO LOG-EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-LOGGED-GAME-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-FILE
           END-IF

           IF REASON-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF HIGH-SESSION-TAIL >= OFF-SESSION-BASE + OFF-SEQ-MAX
               MOVE "T12" TO REASON-CODE
               EXIT PARAGRAPH
           END-IF

           IF HIGH-SESSION-TAIL < OFF-SESSION-BASE
               MOVE OFF-SESSION-BASE TO HIGH-SESSION-TAIL
           END-IF
           COMPUTE POST-SESSION-ID = (TR-DATE * 1000000)
               + HIGH-SESSION-TAIL + 1.

       CHECK-LOGGED-GAME-PROCEDURE.
           IF GL-DATE NOT = TR-DATE
               EXIT PARAGRAPH
           END-IF

           IF GL-SESSION-ID NUMERIC
               IF GL-SESSION-ID (9:6) > HIGH-SESSION-TAIL
                   MOVE GL-SESSION-ID (9:6) TO HIGH-SESSION-TAIL
               END-IF
           END-IF

      *----An adjudication entry repeats a game already on the log.
           IF GL-ENTRY-TYPE NOT = SPACE
               EXIT PARAGRAPH
           END-IF

           IF GL-OPERATOR-ID = TR-X-ID AND GL-OPPONENT-ID = TR-O-ID
                   AND GL-TIME (1:4) = TR-TIME (1:4)
               MOVE "T11" TO REASON-CODE
           END-IF.

       REJECT-TRANSACTION-PROCEDURE.
           ADD 1 TO TRANS-REJECTED
           MOVE REASON-CODE TO RJ-REASON
           MOVE TRANS-RECORD TO RJ-IMAGE
           WRITE REJECT-RECORD

           DISPLAY "REJECTED " REASON-CODE ": " TR-DATE " " TR-TIME
               " " TR-X-ID " VS " TR-O-ID.

      *----Everything is posted under the game date, the way the
      *----stale-save sweep posts - the archive job cuts the log and
      *----the stats on that date.
       POST-TRANSACTION-PROCEDURE.
           MOVE TR-DATE TO POST-DATE

           PERFORM LOG-GAME-PROCEDURE
           PERFORM UPDATE-STATS-PROCEDURE
           IF TOURNEY-GAME = "1"
               ADD 1 TO TRANS-TOURNEY
               PERFORM POST-BRACKET-RESULT-PROCEDURE
           END-IF

           ADD 1 TO TRANS-POSTED
           DISPLAY "POSTED " POST-SESSION-ID ": " TR-X-ID " VS "
               TR-O-ID " WINNER " WINNER.

      *----A paper game has no computer seat, no recorded opener and
      *----no skill setting - X is taken to have moved first.
       LOG-GAME-PROCEDURE.
           OPEN EXTEND GAME-LOG-FILE
           IF GAME-LOG-STATUS = "35"
               OPEN OUTPUT GAME-LOG-FILE
           END-IF
           MOVE POST-DATE TO GL-DATE
           COMPUTE GL-TIME = TR-TIME * 100
           MOVE WINNER TO GL-WINNER
           MOVE TR-MOVE-COUNT TO GL-MOVE-COUNT
           MOVE TR-X-ID TO GL-OPERATOR-ID
           MOVE POST-SESSION-ID TO GL-SESSION-ID
           MOVE TR-O-ID TO GL-OPPONENT-ID
           MOVE SPACE TO GL-COMPUTER-SEAT
           MOVE "X" TO GL-FIRST-MOVER
           MOVE SPACE TO GL-SKILL-PLAYED
           MOVE SPACE TO GL-ENTRY-TYPE
           MOVE SPACES TO GL-ADJ-REASON
           WRITE GAME-LOG-RECORD
           CLOSE GAME-LOG-FILE.

      *----A drawn match stays scheduled for a replay, as it does at
      *----the terminal. A win goes to whichever seat the bracket
      *----gave the winning player.
       POST-BRACKET-RESULT-PROCEDURE.
           IF WINNER = "D"
               DISPLAY "  DRAWN TOURNAMENT MATCH " TR-TOURNEY-KEY
                   " - IT STAYS SCHEDULED FOR A REPLAY."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O BRACKET-FILE
           IF BRACKET-STATUS NOT = "00"
               DISPLAY "  COULD NOT OPEN BRACKET.DAT TO POST MATCH "
                   TR-TOURNEY-KEY " - STATUS " BRACKET-STATUS
               ADD 1 TO POST-WARNINGS
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCK-BRACKET-RECORD-PROCEDURE

           IF FILE-STUCK-FLAG = "1"
               DISPLAY "  BRACKET.DAT IS HELD BY ANOTHER TERMINAL"
                   " AND NOT FREEING - MATCH " TR-TOURNEY-KEY
                   " NOT POSTED TO THE BRACKET."
               ADD 1 TO POST-WARNINGS
               CLOSE BRACKET-FILE
               EXIT PARAGRAPH
           END-IF

           IF BRACKET-NOT-FOUND = "1" OR BK-STATUS NOT = "P"
               DISPLAY "  TOURNAMENT MATCH " TR-TOURNEY-KEY
                   " CHANGED UNDER THE RUN - NOT POSTED TO THE"
                   " BRACKET."
               ADD 1 TO POST-WARNINGS
           ELSE
               IF WINNER = "X"
                   MOVE TR-X-ID TO BK-WINNER-ID
               ELSE
                   MOVE TR-O-ID TO BK-WINNER-ID
               END-IF
               MOVE "C" TO BK-STATUS
               REWRITE BRACKET-RECORD
               DISPLAY "  BRACKET MATCH " TR-TOURNEY-KEY
                   " RESOLVED TO " BK-WINNER-ID
           END-IF

           CLOSE BRACKET-FILE.

       LOCK-BRACKET-RECORD-PROCEDURE.
           MOVE 0 TO LOCK-TRY-COUNT
           MOVE "0" TO FILE-STUCK-FLAG

           PERFORM FOREVER
               MOVE TR-TOURNEY-KEY TO BK-MATCH-KEY
               MOVE "0" TO BRACKET-NOT-FOUND
               READ BRACKET-FILE LOCK
                   INVALID KEY
                       MOVE "1" TO BRACKET-NOT-FOUND
               END-READ

               IF BRACKET-STATUS = "51" OR BRACKET-STATUS = "99"
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

       UPDATE-STATS-PROCEDURE.
           OPEN I-O STATS-FILE
           IF STATS-STATUS = "35"
               OPEN OUTPUT STATS-FILE
               CLOSE STATS-FILE
               OPEN I-O STATS-FILE
           END-IF

           PERFORM LOCK-STATS-RECORD-PROCEDURE

           IF FILE-STUCK-FLAG = "1"
               DISPLAY "  STATS.DAT IS HELD BY ANOTHER TERMINAL AND"
                   " NOT FREEING - GAME NOT POSTED TO THE STATS."
               ADD 1 TO POST-WARNINGS
               CLOSE STATS-FILE
               EXIT PARAGRAPH
           END-IF

           IF STATS-NOT-FOUND = "1"
               INITIALIZE STATS-X-WINS STATS-O-WINS STATS-DRAWS
               MOVE POST-DATE TO STATS-REC-DATE
               PERFORM APPLY-GAME-TO-STATS-PROCEDURE
               WRITE STATS-RECORD
                   INVALID KEY
                       PERFORM FOLD-INTO-NEW-STATS-PROCEDURE
               END-WRITE
           ELSE
               PERFORM APPLY-GAME-TO-STATS-PROCEDURE
               REWRITE STATS-RECORD
           END-IF

           CLOSE STATS-FILE.

       LOCK-STATS-RECORD-PROCEDURE.
           MOVE 0 TO LOCK-TRY-COUNT
           MOVE "0" TO FILE-STUCK-FLAG

           PERFORM FOREVER
               MOVE POST-DATE TO STATS-REC-DATE
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

       APPLY-GAME-TO-STATS-PROCEDURE.
           EVALUATE WINNER
               WHEN "X"
                   ADD 1 TO STATS-X-WINS
               WHEN "O"
                   ADD 1 TO STATS-O-WINS
               WHEN OTHER
                   ADD 1 TO STATS-DRAWS
           END-EVALUATE.

      *----A terminal created the day's record between our missed
      *----read and our WRITE - lock theirs and add the game in.
       FOLD-INTO-NEW-STATS-PROCEDURE.
           PERFORM LOCK-STATS-RECORD-PROCEDURE
           IF FILE-STUCK-FLAG = "0" AND STATS-NOT-FOUND = "0"
               PERFORM APPLY-GAME-TO-STATS-PROCEDURE
               REWRITE STATS-RECORD
           ELSE
               DISPLAY "  STATS.DAT COULD NOT TAKE THE GAME -"
                   " CHECK IT BY HAND."
               ADD 1 TO POST-WARNINGS
           END-IF.

       END PROGRAM OFFPOST.
