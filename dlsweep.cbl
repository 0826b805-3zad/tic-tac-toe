      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: DEADLINE SWEEP - ENFORCE THE RESPONSE AND PLAY-BY
      *          DEADLINES SET ON DEADLINE.DAT FOR THE CHALLENGE
      *          LADDER AND THE TOURNAMENT. A CHALLENGE LEFT
      *          UNANSWERED PAST ITS RESPONSE DEADLINE GOES TO THE
      *          CHALLENGER BY DEFAULT AND WORKS THE LADDER; ONE NOT
      *          DECIDED BY ITS PLAY-BY DEADLINE EXPIRES. A BRACKET
      *          MATCH NOBODY PLAYED IN TIME IS FORFEITED TO THE
      *          PLAYER WHO SIGNED ON TO THE GAME SINCE IT WAS
      *          SCHEDULED, OR CLOSED AS A DOUBLE NO-SHOW, AND POSTED
      *          TO BRACKET.DAT, GAMELOG.DAT AND (FOR A FORFEIT) THE
      *          STATS.DAT DAILY RECORD. AHEAD OF EACH DEADLINE THE
      *          OPERATORS INVOLVED GET A SIGN-ON REMINDER THROUGH
      *          SYSCTL.DAT.
      *          EVERY ACTION TAKEN IS LISTED ON THE SPOOLED REPORT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DLSWEEP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT DEADLINE-FILE ASSIGN TO "DEADLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS DEADLINE-STATUS.

      *----Terminals may still be playing while the sweep runs -
      *----updates lock the record from read to rewrite the way the
      *----game itself does.
           SELECT CHALLENGE-FILE ASSIGN TO "CHALNG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CHALLENGE-NO
               LOCK MODE IS MANUAL
               FILE STATUS IS CHALLENGE-STATUS.

           SELECT LADDER-FILE ASSIGN TO "LADDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LADDER-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "BRACKET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-MATCH-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS BRACKET-STATUS.

           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.

           SELECT STATS-FILE ASSIGN TO "STATS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STATS-REC-DATE
               LOCK MODE IS MANUAL
               FILE STATUS IS STATS-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS SYSCTL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "SECJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  DEADLINE-FILE.
           COPY DEADLINE.

       FD  CHALLENGE-FILE.
           COPY CHALNG.

       FD  LADDER-FILE.
       01  LADDER-RECORD.
           05 LD-OPERATOR-ID   PIC X(10).

       FD  BRACKET-FILE.
           COPY BRACKET.

       FD  GAME-LOG-FILE.
           COPY GAMELOG.

       FD  STATS-FILE.
       01  STATS-RECORD.
           05 STATS-REC-DATE   PIC 9(8).
           05 STATS-X-WINS     PIC 9(5).
           05 STATS-O-WINS     PIC 9(5).
           05 STATS-DRAWS      PIC 9(5).

       FD  SYSCTL-FILE.
           COPY SYSCTL.

       FD  JOURNAL-FILE.
           COPY SECJRNL.

       WORKING-STORAGE SECTION.
       77  DEADLINE-STATUS  PIC X(2).
       77  CHALLENGE-STATUS PIC X(2).
       77  LADDER-STATUS    PIC X(2).
       77  BRACKET-STATUS   PIC X(2).
       77  GAME-LOG-STATUS  PIC X(2).
       77  STATS-STATUS     PIC X(2).
       77  SYSCTL-STATUS    PIC X(2).
       77  JOURNAL-STATUS   PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".

       77  TERMINAL-ID      PIC X(8) VALUE SPACES.
       77  TODAY-DATE       PIC 9(8).
       77  TODAY-INT        PIC S9(9) COMP.
       77  CURRENT-TIME     PIC 9(8).
       77  HELD-RC          PIC 9 VALUE 0.

      *----The two sets of deadlines. A scope with no settings record
      *----is not swept at all; zero days means no deadline of that
      *----kind.
       77  LADDER-SET       PIC X(1) VALUE "0".
       77  LADDER-RESPOND   PIC 9(3) VALUE 0.
       77  LADDER-PLAY      PIC 9(3) VALUE 0.
       77  LADDER-REMIND    PIC 9(2) VALUE 0.
       77  TOURNEY-SET      PIC X(1) VALUE "0".
       77  TOURNEY-RESPOND  PIC 9(3) VALUE 0.
       77  TOURNEY-PLAY     PIC 9(3) VALUE 0.
       77  TOURNEY-REMIND   PIC 9(2) VALUE 0.

       77  RESPOND-DUE      PIC 9(8).
       77  PLAY-DUE         PIC 9(8).
       77  RESPOND-REMIND   PIC 9(8).
       77  PLAY-REMIND      PIC 9(8).

       77  SYSCTL-OPEN      PIC X(1) VALUE "0".
       77  HIGH-MSG-NO      PIC 9(4) VALUE 0.
       77  WORK-MSG-NO      PIC 9(4) VALUE 0.
       77  REMIND-SCOPE     PIC X(1).
       77  REMIND-ITEM      PIC 9(4).
       77  REMIND-DEADLINE  PIC X(1).
       77  REMIND-ID        PIC X(10).
       77  REMIND-DUE       PIC 9(8).
       77  REMIND-TEXT      PIC X(60).
       77  REMIND-FOUND     PIC X(1).

       77  CHALLENGE-COUNT  PIC 9(4) VALUE 0.
       77  CHALLENGE-FULL   PIC X(1) VALUE "0".
       77  MATCH-COUNT      PIC 9(4) VALUE 0.
       77  MATCH-FULL       PIC X(1) VALUE "0".
       77  TABLE-IDX        PIC 9(4) VALUE 0.
       77  LOOK-KEY         PIC 9(4) VALUE 0.
       77  LOOK-FOUND       PIC X(1).
       77  LOOK-ID-ONE      PIC X(10).
       77  LOOK-ID-TWO      PIC X(10).
       77  LOOK-DATE        PIC 9(8).
       77  PLAYED-CHECK     PIC X(1) VALUE "0".
       77  SHOWED-COUNT     PIC 9 VALUE 0.

       77  CHALLENGE-NOT-FOUND PIC X(1).
       77  BRACKET-NOT-FOUND PIC X(1).
       77  STATS-NOT-FOUND  PIC X(1).
       77  LOCK-TRY-COUNT   PIC 99 VALUE 0.
       77  FILE-STUCK-FLAG  PIC X(1) VALUE "0".
       77  POLL-SECONDS     PIC 9 VALUE 1.
       78  LOCK-TRY-MAX VALUE 10.

       77  WINNER           PIC X(1).
       77  POST-DATE        PIC 9(8).
       77  POST-SESSION-ID  PIC 9(14).
       77  HIGH-SESSION-TAIL PIC 9(6) VALUE 0.
       77  SESSION-TAIL-READY PIC X(1) VALUE "0".
       78  OFF-SESSION-BASE VALUE 900000.
       78  OFF-SEQ-MAX VALUE 99999.

       77  LADDER-WINNER-ID PIC X(10).
       77  LADDER-LOSER-ID  PIC X(10).
       77  WINNER-RUNG      PIC 99 VALUE 0.
       77  LOSER-RUNG       PIC 99 VALUE 0.
       77  RUNG-IDX         PIC 99 VALUE 0.
       77  RUNG-COUNT       PIC 99 VALUE 0.
       77  LADDER-EOF       PIC X(1).
       78  RUNG-MAX VALUE 50.

       77  JOURNAL-EVENT    PIC X(8).
       77  JOURNAL-TARGET-ID PIC X(10).
       77  JOURNAL-DETAIL   PIC X(20).

       77  DEFAULTED-COUNT  PIC 9(4) VALUE 0.
       77  EXPIRED-COUNT    PIC 9(4) VALUE 0.
       77  FORFEIT-COUNT    PIC 9(4) VALUE 0.
       77  DOUBLE-COUNT     PIC 9(4) VALUE 0.
       77  REMINDER-COUNT   PIC 9(4) VALUE 0.
       77  NOT-POSTED-COUNT PIC 9(4) VALUE 0.
       77  PURGED-COUNT     PIC 9(4) VALUE 0.

       78  TABLE-MAX VALUE 500.

       01  LADDER-TABLE.
           05 LADDER-ENTRY OCCURS 50 TIMES.
               10 LT-ID        PIC X(10) VALUE SPACES.

      *----Open challenges as the first pass found them; each is
      *----locked and checked again before anything is posted.
       01  CHALLENGE-TABLE.
           05 CHALLENGE-ENTRY OCCURS 500 TIMES.
               10 CT-NO        PIC 9(4).
               10 CT-CHALLENGER-ID PIC X(10).
               10 CT-OPPONENT-ID PIC X(10).
               10 CT-STATUS    PIC X(1).
               10 CT-POST-DATE PIC 9(8).
               10 CT-PLAYED    PIC X(1).

      *----Pending bracket matches, the day each was scheduled and
      *----whether each seat has signed on to the game since.
       01  MATCH-TABLE.
           05 MATCH-ENTRY OCCURS 500 TIMES.
               10 MT-ROUND     PIC 99.
               10 MT-MATCH-NO  PIC 99.
               10 MT-X-ID      PIC X(10).
               10 MT-O-ID      PIC X(10).
               10 MT-SCHED-DATE PIC 9(8).
               10 MT-X-SHOWED  PIC X(1).
               10 MT-O-SHOWED  PIC X(1).

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           ACCEPT TERMINAL-ID FROM ENVIRONMENT "TERMID"
           IF TERMINAL-ID = SPACES
               MOVE "CONSOLE" TO TERMINAL-ID
           END-IF

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (TODAY-DATE)

           OPEN I-O DEADLINE-FILE
           IF DEADLINE-STATUS = "35"
               OPEN OUTPUT DEADLINE-FILE
               CLOSE DEADLINE-FILE
               OPEN I-O DEADLINE-FILE
           END-IF

           IF DEADLINE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN DEADLINE.DAT - STATUS "
                   DEADLINE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-SETTINGS-PROCEDURE

           MOVE "DLSWEEP" TO SP-REPORT-ID
           MOVE SPACES TO SP-PARAMETERS
           STRING "LADDER " LADDER-RESPOND "/" LADDER-PLAY "/"
                   LADDER-REMIND "  TOURNEY " TOURNEY-RESPOND "/"
                   TOURNEY-PLAY "/" TOURNEY-REMIND " DAYS"
               DELIMITED BY SIZE INTO SP-PARAMETERS
           PERFORM OPEN-SPOOL-PROCEDURE

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== DEADLINE SWEEP =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           IF LADDER-SET = "0" AND TOURNEY-SET = "0"
               MOVE SPACES TO SP-LINE
               STRING "NO DEADLINES ARE SET FOR THE LADDER OR THE"
                       " TOURNAMENT - NOTHING TO SWEEP."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               CLOSE DEADLINE-FILE
               PERFORM CLOSE-SPOOL-PROCEDURE
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-SYSCTL-PROCEDURE

           IF LADDER-SET = "1"
               PERFORM SWEEP-LADDER-PROCEDURE
           END-IF

           IF TOURNEY-SET = "1"
               PERFORM SWEEP-TOURNEY-PROCEDURE
           END-IF

           PERFORM PRINT-TOTALS-PROCEDURE

           IF SYSCTL-OPEN = "1"
               CLOSE SYSCTL-FILE
           END-IF
           CLOSE DEADLINE-FILE

      *----Anything left unposted is a warning - the next run picks it
      *----up. The spool close is a CALL, so the code is set after it.
           IF NOT-POSTED-COUNT > 0 OR CHALLENGE-FULL = "1"
                   OR MATCH-FULL = "1"
               MOVE 4 TO HELD-RC
           END-IF

           PERFORM CLOSE-SPOOL-PROCEDURE
           MOVE HELD-RC TO RETURN-CODE
           STOP RUN.

       READ-SETTINGS-PROCEDURE.
           MOVE "L" TO DL-SCOPE
           PERFORM READ-ONE-SETTING-PROCEDURE
           IF DEADLINE-STATUS = "00"
               MOVE "1" TO LADDER-SET
               MOVE DL-RESPOND-DAYS TO LADDER-RESPOND
               MOVE DL-PLAY-DAYS TO LADDER-PLAY
               MOVE DL-REMIND-DAYS TO LADDER-REMIND
           END-IF

           MOVE "T" TO DL-SCOPE
           PERFORM READ-ONE-SETTING-PROCEDURE
           IF DEADLINE-STATUS = "00"
               MOVE "1" TO TOURNEY-SET
               MOVE DL-RESPOND-DAYS TO TOURNEY-RESPOND
               MOVE DL-PLAY-DAYS TO TOURNEY-PLAY
               MOVE DL-REMIND-DAYS TO TOURNEY-REMIND
           END-IF.

       READ-ONE-SETTING-PROCEDURE.
           MOVE "S" TO DL-REC-TYPE
           MOVE 0 TO DL-ITEM-KEY
           MOVE SPACE TO DL-DEADLINE
           MOVE SPACES TO DL-OPERATOR-ID
           READ DEADLINE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

      *----Without SYSCTL.DAT the deadlines are still enforced; only
      *----the reminders are lost.
       OPEN-SYSCTL-PROCEDURE.
           OPEN I-O SYSCTL-FILE
           IF SYSCTL-STATUS = "35"
               OPEN OUTPUT SYSCTL-FILE
               CLOSE SYSCTL-FILE
               OPEN I-O SYSCTL-FILE
           END-IF

           IF SYSCTL-STATUS NOT = "00"
               MOVE SPACES TO SP-LINE
               STRING "COULD NOT OPEN SYSCTL.DAT - STATUS "
                       SYSCTL-STATUS " - NO REMINDERS SENT THIS RUN."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "1" TO SYSCTL-OPEN
           PERFORM FIND-HIGH-MSG-NO-PROCEDURE.

       FIND-HIGH-MSG-NO-PROCEDURE.
           MOVE 0 TO HIGH-MSG-NO

           MOVE "B" TO SC-REC-TYPE
           MOVE 0 TO SC-MSG-NO
           MOVE SPACES TO SC-OPERATOR-ID
           START SYSCTL-FILE KEY NOT < SC-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SYSCTL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SC-REC-TYPE NOT = "B"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           MOVE SC-MSG-NO TO HIGH-MSG-NO
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================
      *----The challenge ladder.
      *================================================================
       SWEEP-LADDER-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "LADDER: ANSWER WITHIN " LADDER-RESPOND
                   " DAYS, DECIDE WITHIN " LADDER-PLAY
                   " DAYS, REMIND " LADDER-REMIND " DAYS AHEAD"
                   " (ZERO = NO DEADLINE)"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           OPEN I-O CHALLENGE-FILE
           IF CHALLENGE-STATUS NOT = "00"
               MOVE SPACES TO SP-LINE
               STRING "  NO CHALNG.DAT CHALLENGE QUEUE - NOTHING TO"
                       " SWEEP."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CHALLENGES-PROCEDURE

           IF PLAYED-CHECK = "1"
               PERFORM FIND-PLAYED-CHALLENGES-PROCEDURE
           END-IF

           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > CHALLENGE-COUNT
               PERFORM SWEEP-ONE-CHALLENGE-PROCEDURE
           END-PERFORM

           IF CHALLENGE-FULL = "1"
               MOVE SPACES TO SP-LINE
               STRING "  NOTICE: MORE THAN " TABLE-MAX
                       " OPEN CHALLENGES - THE REST WAIT FOR THE NEXT"
                       " RUN."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           CLOSE CHALLENGE-FILE

           PERFORM PURGE-LADDER-NOTES-PROCEDURE.

       LOAD-CHALLENGES-PROCEDURE.
           MOVE 0 TO CHALLENGE-COUNT
           MOVE "0" TO PLAYED-CHECK

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CHALLENGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF CN-STATUS = "P" OR CN-STATUS = "A"
                           PERFORM NOTE-CHALLENGE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-CHALLENGE-PROCEDURE.
           IF CHALLENGE-COUNT >= TABLE-MAX
               MOVE "1" TO CHALLENGE-FULL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CHALLENGE-COUNT
           MOVE CN-CHALLENGE-NO TO CT-NO (CHALLENGE-COUNT)
           MOVE CN-CHALLENGER-ID TO CT-CHALLENGER-ID (CHALLENGE-COUNT)
           MOVE CN-OPPONENT-ID TO CT-OPPONENT-ID (CHALLENGE-COUNT)
           MOVE CN-STATUS TO CT-STATUS (CHALLENGE-COUNT)
           MOVE CN-POST-DATE TO CT-POST-DATE (CHALLENGE-COUNT)
           MOVE "0" TO CT-PLAYED (CHALLENGE-COUNT)

      *----Only a pending challenge past its response deadline needs
      *----the game log looked at.
           IF CN-STATUS = "P" AND LADDER-RESPOND > 0
               MOVE CN-POST-DATE TO LOOK-DATE
               PERFORM CHECK-POST-DATE-PROCEDURE
               IF TODAY-INT > FUNCTION INTEGER-OF-DATE (LOOK-DATE)
                       + LADDER-RESPOND
                   MOVE "1" TO PLAYED-CHECK
               END-IF
           END-IF.

      *----A post date that is not a date is taken as today, so a bad
      *----record is never swept early.
       CHECK-POST-DATE-PROCEDURE.
           IF LOOK-DATE NOT NUMERIC
               MOVE TODAY-DATE TO LOOK-DATE
           END-IF
           IF LOOK-DATE < 19000101 OR LOOK-DATE > TODAY-DATE
               MOVE TODAY-DATE TO LOOK-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (LOOK-DATE) NOT = 0
               MOVE TODAY-DATE TO LOOK-DATE
           END-IF.

      *----A drawn challenge game goes back to pending for a replay,
      *----so pending alone does not mean the opponent never
      *----answered. A game between the two on the log since the
      *----posting shows the challenge was taken up - it is held to
      *----the play-by deadline only.
       FIND-PLAYED-CHALLENGES-PROCEDURE.
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
                       IF GL-ENTRY-TYPE = SPACE
                               AND GL-OPPONENT-ID NOT = SPACES
                           PERFORM MATCH-LOGGED-GAME-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GAME-LOG-FILE.

       MATCH-LOGGED-GAME-PROCEDURE.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > CHALLENGE-COUNT
               IF CT-STATUS (TABLE-IDX) = "P"
                       AND GL-DATE >= CT-POST-DATE (TABLE-IDX)
                       AND GL-OPERATOR-ID = CT-CHALLENGER-ID (TABLE-IDX)
                       AND GL-OPPONENT-ID = CT-OPPONENT-ID (TABLE-IDX)
                   MOVE "1" TO CT-PLAYED (TABLE-IDX)
               END-IF
           END-PERFORM.

       SWEEP-ONE-CHALLENGE-PROCEDURE.
           MOVE CT-POST-DATE (TABLE-IDX) TO LOOK-DATE
           PERFORM CHECK-POST-DATE-PROCEDURE
           COMPUTE RESPOND-DUE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (LOOK-DATE) + LADDER-RESPOND)
           COMPUTE PLAY-DUE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (LOOK-DATE) + LADDER-PLAY)
           COMPUTE RESPOND-REMIND = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (RESPOND-DUE) - LADDER-REMIND)
           COMPUTE PLAY-REMIND = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (PLAY-DUE) - LADDER-REMIND)

      *----Unanswered past the response deadline - the challenger
      *----takes it by default.
           IF CT-STATUS (TABLE-IDX) = "P" AND CT-PLAYED (TABLE-IDX)
                   = "0" AND LADDER-RESPOND > 0
                   AND TODAY-DATE > RESPOND-DUE
               PERFORM DEFAULT-CHALLENGE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

      *----Taken up but still not decided past the play-by deadline -
      *----it expires with no winner.
           IF LADDER-PLAY > 0 AND TODAY-DATE > PLAY-DUE
               PERFORM EXPIRE-CHALLENGE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "L" TO REMIND-SCOPE
           MOVE CT-NO (TABLE-IDX) TO REMIND-ITEM

           IF CT-STATUS (TABLE-IDX) = "P" AND CT-PLAYED (TABLE-IDX)
                   = "0" AND LADDER-RESPOND > 0
               IF TODAY-DATE >= RESPOND-REMIND
                   MOVE "R" TO REMIND-DEADLINE
                   MOVE CT-OPPONENT-ID (TABLE-IDX) TO REMIND-ID
                   MOVE RESPOND-DUE TO REMIND-DUE
                   MOVE SPACES TO REMIND-TEXT
                   STRING "CHALLENGE " CT-NO (TABLE-IDX) " FROM "
                           DELIMITED BY SIZE
                           CT-CHALLENGER-ID (TABLE-IDX)
                               DELIMITED BY SPACE
                           " - ANSWER BY " RESPOND-DUE
                               DELIMITED BY SIZE
                       INTO REMIND-TEXT
                   PERFORM SEND-REMINDER-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF LADDER-PLAY > 0 AND TODAY-DATE >= PLAY-REMIND
               MOVE "P" TO REMIND-DEADLINE
               MOVE PLAY-DUE TO REMIND-DUE
               MOVE CT-CHALLENGER-ID (TABLE-IDX) TO REMIND-ID
               MOVE CT-OPPONENT-ID (TABLE-IDX) TO LOOK-ID-TWO
               PERFORM SEND-PLAY-REMINDER-PROCEDURE
               MOVE CT-OPPONENT-ID (TABLE-IDX) TO REMIND-ID
               MOVE CT-CHALLENGER-ID (TABLE-IDX) TO LOOK-ID-TWO
               PERFORM SEND-PLAY-REMINDER-PROCEDURE
           END-IF.

       SEND-PLAY-REMINDER-PROCEDURE.
           MOVE SPACES TO REMIND-TEXT
           STRING "CHALLENGE " CT-NO (TABLE-IDX) " VS "
                   DELIMITED BY SIZE
                   LOOK-ID-TWO DELIMITED BY SPACE
                   " - DECIDE IT BY " PLAY-DUE DELIMITED BY SIZE
               INTO REMIND-TEXT
           PERFORM SEND-REMINDER-PROCEDURE.

       DEFAULT-CHALLENGE-PROCEDURE.
           PERFORM LOCK-CHALLENGE-RECORD-PROCEDURE
           IF FILE-STUCK-FLAG = "1" OR CHALLENGE-NOT-FOUND = "1"
               PERFORM CHALLENGE-NOT-POSTED-PROCEDURE
               EXIT PARAGRAPH
           END-IF

      *----Answered since the first pass - leave it for the next run.
           IF CN-STATUS NOT = "P"
               UNLOCK CHALLENGE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO CN-STATUS
           MOVE CN-CHALLENGER-ID TO CN-WINNER-ID
           REWRITE CHALLENGE-RECORD
           UNLOCK CHALLENGE-FILE

           MOVE CN-CHALLENGER-ID TO LADDER-WINNER-ID
           MOVE CN-OPPONENT-ID TO LADDER-LOSER-ID
           PERFORM UPDATE-LADDER-PROCEDURE

           ADD 1 TO DEFAULTED-COUNT
           MOVE SPACES TO SP-LINE
           STRING "  CHALLENGE " CN-CHALLENGE-NO " " CN-CHALLENGER-ID
                   " VS " CN-OPPONENT-ID " UNANSWERED BY "
                   RESPOND-DUE " - " DELIMITED BY SIZE
                   CN-CHALLENGER-ID DELIMITED BY SPACE
                   " WINS BY DEFAULT" DELIMITED BY SIZE
               INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           MOVE "EXPIRE" TO JOURNAL-EVENT
           MOVE CN-OPPONENT-ID TO JOURNAL-TARGET-ID
           MOVE SPACES TO JOURNAL-DETAIL
           STRING "CHALLENGE " CN-CHALLENGE-NO " DFLT"
               DELIMITED BY SIZE INTO JOURNAL-DETAIL
           PERFORM WRITE-JOURNAL-PROCEDURE.

       EXPIRE-CHALLENGE-PROCEDURE.
           PERFORM LOCK-CHALLENGE-RECORD-PROCEDURE
           IF FILE-STUCK-FLAG = "1" OR CHALLENGE-NOT-FOUND = "1"
               PERFORM CHALLENGE-NOT-POSTED-PROCEDURE
               EXIT PARAGRAPH
           END-IF

      *----Decided, declined or withdrawn since the first pass.
           IF CN-STATUS NOT = "P" AND CN-STATUS NOT = "A"
               UNLOCK CHALLENGE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "E" TO CN-STATUS
           MOVE SPACES TO CN-WINNER-ID
           REWRITE CHALLENGE-RECORD
           UNLOCK CHALLENGE-FILE

           ADD 1 TO EXPIRED-COUNT
           MOVE SPACES TO SP-LINE
           STRING "  CHALLENGE " CN-CHALLENGE-NO " " CN-CHALLENGER-ID
                   " VS " CN-OPPONENT-ID " NOT DECIDED BY "
                   PLAY-DUE " - EXPIRED, NO WINNER"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           MOVE "EXPIRE" TO JOURNAL-EVENT
           MOVE CN-CHALLENGER-ID TO JOURNAL-TARGET-ID
           MOVE SPACES TO JOURNAL-DETAIL
           STRING "CHALLENGE " CN-CHALLENGE-NO " EXP"
               DELIMITED BY SIZE INTO JOURNAL-DETAIL
           PERFORM WRITE-JOURNAL-PROCEDURE.

       CHALLENGE-NOT-POSTED-PROCEDURE.
           IF FILE-STUCK-FLAG = "1"
               UNLOCK CHALLENGE-FILE
               ADD 1 TO NOT-POSTED-COUNT
               MOVE SPACES TO SP-LINE
               STRING "  CHALLENGE " CT-NO (TABLE-IDX)
                       " IS HELD BY ANOTHER TERMINAL AND NOT FREEING"
                       " - LEFT FOR THE NEXT RUN"
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       LOCK-CHALLENGE-RECORD-PROCEDURE.
           MOVE 0 TO LOCK-TRY-COUNT
           MOVE "0" TO FILE-STUCK-FLAG

           PERFORM FOREVER
               MOVE CT-NO (TABLE-IDX) TO CN-CHALLENGE-NO
               MOVE "0" TO CHALLENGE-NOT-FOUND
               READ CHALLENGE-FILE LOCK
                   INVALID KEY
                       MOVE "1" TO CHALLENGE-NOT-FOUND
               END-READ

               IF CHALLENGE-STATUS = "51" OR CHALLENGE-STATUS = "99"
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

      *----Beating someone above you takes their rung: the winner
      *----moves up to the loser's rung and the loser and everyone
      *----between drop one. A win over someone below just holds the
      *----rung. Operators join the ladder at the bottom with their
      *----first decided challenge.
       UPDATE-LADDER-PROCEDURE.
           PERFORM LOAD-LADDER-PROCEDURE

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

      *----Reminder notes for challenges no longer open are dropped so
      *----DEADLINE.DAT does not grow with the queue.
       PURGE-LADDER-NOTES-PROCEDURE.
           IF CHALLENGE-FULL = "1"
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO DL-KEY
           MOVE "L" TO DL-SCOPE
           MOVE "R" TO DL-REC-TYPE
           START DEADLINE-FILE KEY IS NOT LESS THAN DL-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ DEADLINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF DL-SCOPE NOT = "L" OR DL-REC-TYPE NOT = "R"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           PERFORM PURGE-ONE-NOTE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.

       PURGE-ONE-NOTE-PROCEDURE.
           MOVE "0" TO LOOK-FOUND
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > CHALLENGE-COUNT
               IF CT-NO (TABLE-IDX) = DL-ITEM-KEY
                   MOVE "1" TO LOOK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF LOOK-FOUND = "0"
               DELETE DEADLINE-FILE RECORD
               ADD 1 TO PURGED-COUNT
           END-IF.

      *================================================================
      *----The tournament bracket.
      *================================================================
       SWEEP-TOURNEY-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "TOURNAMENT: START WITHIN " TOURNEY-RESPOND
                   " DAYS, DECIDE WITHIN " TOURNEY-PLAY
                   " DAYS, REMIND " TOURNEY-REMIND " DAYS AHEAD"
                   " (ZERO = NO DEADLINE)"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           OPEN I-O BRACKET-FILE
           IF BRACKET-STATUS = "39"
               MOVE SPACES TO SP-LINE
               STRING "  BRACKET.DAT IS IN THE OLD RECORD LAYOUT - RUN"
                       " BRKTCONV TO CONVERT IT."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               ADD 1 TO NOT-POSTED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF BRACKET-STATUS NOT = "00"
               MOVE "  NO BRACKET.DAT TOURNAMENT - NOTHING TO SWEEP."
                   TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-MATCHES-PROCEDURE

           IF MATCH-COUNT > 0
               PERFORM FIND-SIGNONS-PROCEDURE
           END-IF

           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > MATCH-COUNT
               PERFORM SWEEP-ONE-MATCH-PROCEDURE
           END-PERFORM

           IF MATCH-FULL = "1"
               MOVE SPACES TO SP-LINE
               STRING "  NOTICE: MORE THAN " TABLE-MAX
                       " PENDING MATCHES - THE REST WAIT FOR THE NEXT"
                       " RUN."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           CLOSE BRACKET-FILE.

       LOAD-MATCHES-PROCEDURE.
           MOVE 0 TO MATCH-COUNT

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ BRACKET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF BK-STATUS = "P"
                           PERFORM NOTE-MATCH-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.

      *----A match from a draw built before deadlines were kept has
      *----no schedule date - its clock starts today.
       NOTE-MATCH-PROCEDURE.
           IF MATCH-COUNT >= TABLE-MAX
               MOVE "1" TO MATCH-FULL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO MATCH-COUNT
           MOVE BK-ROUND TO MT-ROUND (MATCH-COUNT)
           MOVE BK-MATCH-NO TO MT-MATCH-NO (MATCH-COUNT)
           MOVE BK-X-ID TO MT-X-ID (MATCH-COUNT)
           MOVE BK-O-ID TO MT-O-ID (MATCH-COUNT)
           MOVE "0" TO MT-X-SHOWED (MATCH-COUNT)
           MOVE "0" TO MT-O-SHOWED (MATCH-COUNT)

           MOVE "T" TO DL-SCOPE
           MOVE "M" TO DL-REC-TYPE
           COMPUTE DL-ITEM-KEY = BK-ROUND * 100 + BK-MATCH-NO
           MOVE SPACE TO DL-DEADLINE
           MOVE SPACES TO DL-OPERATOR-ID
           READ DEADLINE-FILE
               INVALID KEY
                   MOVE SPACES TO DL-MATCH-DATA
                   MOVE TODAY-DATE TO DL-SCHED-DATE
                   WRITE DEADLINE-RECORD
           END-READ

           MOVE DL-SCHED-DATE TO LOOK-DATE
           PERFORM CHECK-POST-DATE-PROCEDURE
           MOVE LOOK-DATE TO MT-SCHED-DATE (MATCH-COUNT).

      *----A player has shown up for a match once they have signed on
      *----to the game, where the match is offered, since the day it
      *----was scheduled.
       FIND-SIGNONS-PROCEDURE.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SJ-EVENT = "SIGNON"
                               AND SJ-PROGRAM = "TICTACTOE"
                           PERFORM NOTE-SIGNON-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE.

       NOTE-SIGNON-PROCEDURE.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > MATCH-COUNT
               IF SJ-DATE >= MT-SCHED-DATE (TABLE-IDX)
                   IF SJ-TARGET-ID = MT-X-ID (TABLE-IDX)
                       MOVE "1" TO MT-X-SHOWED (TABLE-IDX)
                   END-IF
                   IF SJ-TARGET-ID = MT-O-ID (TABLE-IDX)
                       MOVE "1" TO MT-O-SHOWED (TABLE-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *----Past the response deadline a seat that never showed loses
      *----to one that did, and a match neither player showed for is
      *----a double no-show. Past the play-by deadline any match
      *----still unplayed goes the same way - a match both players
      *----showed for but never finished has no winner either. A
      *----double no-show is logged with the no-game result N, so
      *----nothing that counts games counts it as a draw.
       SWEEP-ONE-MATCH-PROCEDURE.
           MOVE MT-SCHED-DATE (TABLE-IDX) TO LOOK-DATE
           COMPUTE RESPOND-DUE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (LOOK-DATE) + TOURNEY-RESPOND)
           COMPUTE PLAY-DUE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (LOOK-DATE) + TOURNEY-PLAY)
           COMPUTE RESPOND-REMIND = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (RESPOND-DUE)
                   - TOURNEY-REMIND)
           COMPUTE PLAY-REMIND = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (PLAY-DUE) - TOURNEY-REMIND)

           MOVE 0 TO SHOWED-COUNT
           IF MT-X-SHOWED (TABLE-IDX) = "1"
               ADD 1 TO SHOWED-COUNT
               MOVE "X" TO WINNER
           END-IF
           IF MT-O-SHOWED (TABLE-IDX) = "1"
               ADD 1 TO SHOWED-COUNT
               MOVE "O" TO WINNER
           END-IF
           IF SHOWED-COUNT NOT = 1
               MOVE "N" TO WINNER
           END-IF

           IF TOURNEY-PLAY > 0 AND TODAY-DATE > PLAY-DUE
               PERFORM POST-NO-SHOW-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           IF TOURNEY-RESPOND > 0 AND TODAY-DATE > RESPOND-DUE
                   AND SHOWED-COUNT < 2
               PERFORM POST-NO-SHOW-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "T" TO REMIND-SCOPE
           COMPUTE REMIND-ITEM = MT-ROUND (TABLE-IDX) * 100
               + MT-MATCH-NO (TABLE-IDX)

           IF TOURNEY-RESPOND > 0 AND TODAY-DATE >= RESPOND-REMIND
                   AND TODAY-DATE <= RESPOND-DUE
               MOVE "R" TO REMIND-DEADLINE
               MOVE RESPOND-DUE TO REMIND-DUE
               IF MT-X-SHOWED (TABLE-IDX) = "0"
                   MOVE MT-X-ID (TABLE-IDX) TO REMIND-ID
                   MOVE MT-O-ID (TABLE-IDX) TO LOOK-ID-TWO
                   PERFORM SEND-MATCH-REMINDER-PROCEDURE
               END-IF
               IF MT-O-SHOWED (TABLE-IDX) = "0"
                   MOVE MT-O-ID (TABLE-IDX) TO REMIND-ID
                   MOVE MT-X-ID (TABLE-IDX) TO LOOK-ID-TWO
                   PERFORM SEND-MATCH-REMINDER-PROCEDURE
               END-IF
           END-IF

           IF TOURNEY-PLAY > 0 AND TODAY-DATE >= PLAY-REMIND
               MOVE "P" TO REMIND-DEADLINE
               MOVE PLAY-DUE TO REMIND-DUE
               MOVE MT-X-ID (TABLE-IDX) TO REMIND-ID
               MOVE MT-O-ID (TABLE-IDX) TO LOOK-ID-TWO
               PERFORM SEND-MATCH-REMINDER-PROCEDURE
               MOVE MT-O-ID (TABLE-IDX) TO REMIND-ID
               MOVE MT-X-ID (TABLE-IDX) TO LOOK-ID-TWO
               PERFORM SEND-MATCH-REMINDER-PROCEDURE
           END-IF.

       SEND-MATCH-REMINDER-PROCEDURE.
           MOVE SPACES TO REMIND-TEXT
           IF REMIND-DEADLINE = "R"
               STRING "TOURNEY RD " MT-ROUND (TABLE-IDX) " MATCH "
                       MT-MATCH-NO (TABLE-IDX) " VS "
                       DELIMITED BY SIZE
                       LOOK-ID-TWO DELIMITED BY SPACE
                       " - SIGN ON BY " REMIND-DUE DELIMITED BY SIZE
                   INTO REMIND-TEXT
           ELSE
               STRING "TOURNEY RD " MT-ROUND (TABLE-IDX) " MATCH "
                       MT-MATCH-NO (TABLE-IDX) " VS "
                       DELIMITED BY SIZE
                       LOOK-ID-TWO DELIMITED BY SPACE
                       " - PLAY IT BY " REMIND-DUE DELIMITED BY SIZE
                   INTO REMIND-TEXT
           END-IF
           PERFORM SEND-REMINDER-PROCEDURE.

      *----The bracket is posted first; only a match still pending
      *----under the lock goes on to the game log, the stats and the
      *----journal. A double no-show was no game at all and is kept
      *----out of the day's stats.
       POST-NO-SHOW-PROCEDURE.
           PERFORM LOCK-BRACKET-RECORD-PROCEDURE

           IF FILE-STUCK-FLAG = "1"
               UNLOCK BRACKET-FILE
               ADD 1 TO NOT-POSTED-COUNT
               MOVE SPACES TO SP-LINE
               STRING "  ROUND " MT-ROUND (TABLE-IDX) " MATCH "
                       MT-MATCH-NO (TABLE-IDX)
                       " IS HELD BY ANOTHER TERMINAL AND NOT FREEING"
                       " - LEFT FOR THE NEXT RUN"
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           IF BRACKET-NOT-FOUND = "1"
               EXIT PARAGRAPH
           END-IF

           IF BK-STATUS NOT = "P"
               UNLOCK BRACKET-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM NEXT-SESSION-PROCEDURE
           IF POST-SESSION-ID = 0
               UNLOCK BRACKET-FILE
               ADD 1 TO NOT-POSTED-COUNT
               MOVE SPACES TO SP-LINE
               STRING "  ROUND " MT-ROUND (TABLE-IDX) " MATCH "
                       MT-MATCH-NO (TABLE-IDX)
                       " - NO OFF-SYSTEM SESSION IDS LEFT FOR TODAY"
                       " - LEFT FOR THE NEXT RUN"
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WINNER
               WHEN "X"
                   MOVE BK-X-ID TO BK-WINNER-ID
               WHEN "O"
                   MOVE BK-O-ID TO BK-WINNER-ID
               WHEN OTHER
                   MOVE SPACES TO BK-WINNER-ID
           END-EVALUATE
           MOVE "C" TO BK-STATUS
           REWRITE BRACKET-RECORD
           UNLOCK BRACKET-FILE

           MOVE TODAY-DATE TO POST-DATE
           PERFORM LOG-NO-SHOW-PROCEDURE
           IF WINNER NOT = "N"
               PERFORM UPDATE-STATS-PROCEDURE
           END-IF

           MOVE SPACES TO SP-LINE
           IF WINNER = "N"
               ADD 1 TO DOUBLE-COUNT
               STRING "  ROUND " BK-ROUND " MATCH " BK-MATCH-NO " "
                       BK-X-ID " VS " BK-O-ID " DOUBLE NO-SHOW -"
                       " CLOSED WITH NO WINNER, SESSION "
                       POST-SESSION-ID
                   DELIMITED BY SIZE INTO SP-LINE
               MOVE BK-X-ID TO JOURNAL-TARGET-ID
           ELSE
               ADD 1 TO FORFEIT-COUNT
               STRING "  ROUND " BK-ROUND " MATCH " BK-MATCH-NO " "
                       BK-X-ID " VS " BK-O-ID " NO-SHOW - "
                       DELIMITED BY SIZE
                       BK-WINNER-ID DELIMITED BY SPACE
                       " WINS BY FORFEIT, SESSION " POST-SESSION-ID
                       DELIMITED BY SIZE
                   INTO SP-LINE
               MOVE BK-WINNER-ID TO JOURNAL-TARGET-ID
           END-IF
           PERFORM PRINT-LINE-PROCEDURE

           MOVE "NOSHOW" TO JOURNAL-EVENT
           MOVE SPACES TO JOURNAL-DETAIL
           STRING "ROUND " BK-ROUND " MATCH " BK-MATCH-NO " "
                   WINNER
               DELIMITED BY SIZE INTO JOURNAL-DETAIL
           PERFORM WRITE-JOURNAL-PROCEDURE.

       LOCK-BRACKET-RECORD-PROCEDURE.
           MOVE 0 TO LOCK-TRY-COUNT
           MOVE "0" TO FILE-STUCK-FLAG

           PERFORM FOREVER
               MOVE MT-ROUND (TABLE-IDX) TO BK-ROUND
               MOVE MT-MATCH-NO (TABLE-IDX) TO BK-MATCH-NO
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

      *----A no-show was never played on the system, so it takes the
      *----next session id in the off-system range for today, the
      *----way OFFPOST numbers a paper game - no audit trail is
      *----looked for under it.
       NEXT-SESSION-PROCEDURE.
           MOVE 0 TO POST-SESSION-ID

           IF SESSION-TAIL-READY = "0"
               PERFORM FIND-HIGH-SESSION-PROCEDURE
               MOVE "1" TO SESSION-TAIL-READY
           END-IF

           IF HIGH-SESSION-TAIL >= OFF-SESSION-BASE + OFF-SEQ-MAX
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO HIGH-SESSION-TAIL
           COMPUTE POST-SESSION-ID = (TODAY-DATE * 1000000)
               + HIGH-SESSION-TAIL.

       FIND-HIGH-SESSION-PROCEDURE.
           MOVE 0 TO HIGH-SESSION-TAIL

           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ GAME-LOG-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF GL-DATE = TODAY-DATE
                                   AND GL-SESSION-ID NUMERIC
                               IF GL-SESSION-ID (9:6)
                                       > HIGH-SESSION-TAIL
                                   MOVE GL-SESSION-ID (9:6)
                                       TO HIGH-SESSION-TAIL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-FILE
           END-IF

           IF HIGH-SESSION-TAIL < OFF-SESSION-BASE
               MOVE OFF-SESSION-BASE TO HIGH-SESSION-TAIL
           END-IF.

      *----No board was played - no moves, no computer seat, no
      *----opener and no skill to note.
       LOG-NO-SHOW-PROCEDURE.
           OPEN EXTEND GAME-LOG-FILE
           IF GAME-LOG-STATUS = "35"
               OPEN OUTPUT GAME-LOG-FILE
           END-IF
           MOVE POST-DATE TO GL-DATE
           ACCEPT CURRENT-TIME FROM TIME
           MOVE CURRENT-TIME TO GL-TIME
           MOVE WINNER TO GL-WINNER
           MOVE 0 TO GL-MOVE-COUNT
           MOVE BK-X-ID TO GL-OPERATOR-ID
           MOVE POST-SESSION-ID TO GL-SESSION-ID
           MOVE BK-O-ID TO GL-OPPONENT-ID
           MOVE SPACE TO GL-COMPUTER-SEAT
           MOVE SPACE TO GL-FIRST-MOVER
           MOVE SPACE TO GL-SKILL-PLAYED
           MOVE SPACE TO GL-ENTRY-TYPE
           MOVE SPACES TO GL-ADJ-REASON
           WRITE GAME-LOG-RECORD
           CLOSE GAME-LOG-FILE.

       UPDATE-STATS-PROCEDURE.
           OPEN I-O STATS-FILE
           IF STATS-STATUS = "35"
               OPEN OUTPUT STATS-FILE
               CLOSE STATS-FILE
               OPEN I-O STATS-FILE
           END-IF

           PERFORM LOCK-STATS-RECORD-PROCEDURE

           IF FILE-STUCK-FLAG = "1"
               MOVE SPACES TO SP-LINE
               STRING "  STATS.DAT IS HELD BY ANOTHER TERMINAL AND NOT"
                       " FREEING - CHECK THE DAY'S STATS BY HAND."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
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
               WHEN "N"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO STATS-DRAWS
           END-EVALUATE.

      *----A terminal created the day's record between our missed
      *----read and our WRITE - lock theirs and add the no-show in.
       FOLD-INTO-NEW-STATS-PROCEDURE.
           PERFORM LOCK-STATS-RECORD-PROCEDURE
           IF FILE-STUCK-FLAG = "0" AND STATS-NOT-FOUND = "0"
               PERFORM APPLY-GAME-TO-STATS-PROCEDURE
               REWRITE STATS-RECORD
           ELSE
               MOVE SPACES TO SP-LINE
               STRING "  STATS.DAT COULD NOT TAKE THE NO-SHOW - CHECK"
                       " THE DAY'S STATS BY HAND."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

      *================================================================
      *----Reminders.
      *================================================================
      *----Each operator is reminded once per deadline: the note on
      *----DEADLINE.DAT stops a second broadcast on the next run. The
      *----reminder is a broadcast addressed to the one operator,
      *----shown at their next sign-on until the deadline passes.
       SEND-REMINDER-PROCEDURE.
           IF SYSCTL-OPEN NOT = "1" OR REMIND-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE REMIND-SCOPE TO DL-SCOPE
           MOVE "R" TO DL-REC-TYPE
           MOVE REMIND-ITEM TO DL-ITEM-KEY
           MOVE REMIND-DEADLINE TO DL-DEADLINE
           MOVE REMIND-ID TO DL-OPERATOR-ID
           MOVE "0" TO REMIND-FOUND
           READ DEADLINE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "1" TO REMIND-FOUND
           END-READ
           IF REMIND-FOUND = "1"
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-BROADCAST-PROCEDURE
           IF WORK-MSG-NO = 0
               EXIT PARAGRAPH
           END-IF

           MOVE REMIND-SCOPE TO DL-SCOPE
           MOVE "R" TO DL-REC-TYPE
           MOVE REMIND-ITEM TO DL-ITEM-KEY
           MOVE REMIND-DEADLINE TO DL-DEADLINE
           MOVE REMIND-ID TO DL-OPERATOR-ID
           MOVE SPACES TO DL-REMINDER-DATA
           MOVE TODAY-DATE TO DL-REMINDED-DATE
           MOVE REMIND-DUE TO DL-DUE-DATE
           MOVE WORK-MSG-NO TO DL-MSG-NO
           WRITE DEADLINE-RECORD

           ADD 1 TO REMINDER-COUNT
           MOVE SPACES TO SP-LINE
           STRING "  REMINDER " WORK-MSG-NO " TO " REMIND-ID ": "
                   REMIND-TEXT
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE.

      *----SYSMAINT may add a broadcast while the sweep runs - a
      *----number taken under us is found again and the write tried
      *----once more.
       WRITE-BROADCAST-PROCEDURE.
           MOVE 0 TO WORK-MSG-NO

           PERFORM 2 TIMES
               IF HIGH-MSG-NO >= 9999
                   MOVE SPACES TO SP-LINE
                   STRING "  BROADCAST NUMBERS ARE USED UP - REMINDER"
                           " NOT SENT. PURGE OLD MESSAGES AT SYSMAINT."
                       DELIMITED BY SIZE INTO SP-LINE
                   PERFORM PRINT-LINE-PROCEDURE
                   EXIT PERFORM
               END-IF

               INITIALIZE SYSTEM-CONTROL-RECORD
               MOVE "B" TO SC-REC-TYPE
               COMPUTE SC-MSG-NO = HIGH-MSG-NO + 1
               MOVE REMIND-ID TO SC-OPERATOR-ID
               MOVE TODAY-DATE TO SC-EFFECTIVE-DATE
               MOVE REMIND-DUE TO SC-EXPIRY-DATE
               MOVE REMIND-TEXT TO SC-MESSAGE-TEXT
               WRITE SYSTEM-CONTROL-RECORD
                   INVALID KEY
                       PERFORM FIND-HIGH-MSG-NO-PROCEDURE
                   NOT INVALID KEY
                       ADD 1 TO HIGH-MSG-NO
                       MOVE HIGH-MSG-NO TO WORK-MSG-NO
               END-WRITE
               IF WORK-MSG-NO > 0
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *================================================================
      *----Totals and the journal.
      *================================================================
       PRINT-TOTALS-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== SWEEP TOTALS =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           MOVE SPACES TO SP-LINE
           STRING "OPEN CHALLENGES CHECKED    : " CHALLENGE-COUNT
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "WON BY DEFAULT             : " DEFAULTED-COUNT
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "EXPIRED UNDECIDED          : " EXPIRED-COUNT
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "PENDING MATCHES CHECKED    : " MATCH-COUNT
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "NO-SHOW FORFEITS           : " FORFEIT-COUNT
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "DOUBLE NO-SHOWS            : " DOUBLE-COUNT
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "REMINDERS SENT             : " REMINDER-COUNT
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "OLD REMINDER NOTES DROPPED : " PURGED-COUNT
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "LEFT FOR THE NEXT RUN      : " NOT-POSTED-COUNT
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           IF DEFAULTED-COUNT + EXPIRED-COUNT + FORFEIT-COUNT
                   + DOUBLE-COUNT + REMINDER-COUNT = 0
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE "(NO ACTIONS TAKEN)" TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

      *----Every challenge closed and match forfeited goes on the
      *----shared journal under the sweep's own name.
       WRITE-JOURNAL-PROCEDURE.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           ACCEPT SJ-DATE FROM DATE YYYYMMDD
           ACCEPT SJ-TIME FROM TIME
           MOVE JOURNAL-EVENT TO SJ-EVENT
           MOVE "DLSWEEP" TO SJ-PROGRAM
           MOVE TERMINAL-ID TO SJ-TERMINAL-ID
           MOVE "DLSWEEP" TO SJ-OPERATOR-ID
           MOVE JOURNAL-TARGET-ID TO SJ-TARGET-ID
           MOVE JOURNAL-DETAIL TO SJ-DETAIL
           WRITE SECURITY-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

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

       END PROGRAM DLSWEEP.
