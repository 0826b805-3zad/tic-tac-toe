      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: NIGHTLY REFERENTIAL-INTEGRITY CHECK ACROSS THE MASTER
      *          FILES - PROVE THE FILES AGREE ABOUT WHO AND WHAT
      *          EXISTS. EVERY OPERATOR ID CARRIED IN RATINGS, OPPROF,
      *          AWARDS, LADDER, CHALNG AND BRACKET MUST BE REGISTERED
      *          IN OPERREG; EVERY BRACKET SEAT MUST BE ON THE
      *          TROSTER ROSTER; EVERY ACCEPTED CHALLENGE MUST HAVE A
      *          GAME STILL IN PLAY; NO OPERATOR MAY HOLD TWO LADDER
      *          RUNGS; AND EVERY AUDITIDX SESSION MUST HAVE A GAME-LOG
      *          RECORD OR A SAVEGAME CHECKPOINT. EACH ORPHAN IS LISTED
      *          WITH THE FILE AND KEY IT WAS FOUND UNDER, AND THE RUN
      *          ENDS WITH A NONZERO RETURN CODE WHEN ANY IS FOUND.
      *          THE REPORT IS SPOOLED THROUGH RPTSPOOL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. INTEGCHK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPER-REG-FILE ASSIGN TO "OPERREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-OPERATOR-ID
               FILE STATUS IS OPER-REG-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-OPERATOR-ID
               FILE STATUS IS RATINGS-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "OPPROF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-PROF-ID
               FILE STATUS IS PROFILE-STATUS.

           SELECT AWARDS-FILE ASSIGN TO "AWARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AW-KEY
               FILE STATUS IS AWARDS-STATUS.

           SELECT LADDER-FILE ASSIGN TO "LADDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LADDER-STATUS.

           SELECT CHALLENGE-FILE ASSIGN TO "CHALNG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CN-CHALLENGE-NO
               FILE STATUS IS CHALLENGE-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "BRACKET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-MATCH-KEY
               FILE STATUS IS BRACKET-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "TROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.

           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.

           SELECT AUDIT-STORE-FILE ASSIGN TO "AUDITIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AX-KEY
               FILE STATUS IS AUDIT-STATUS.

           SELECT SAVE-GAME-FILE ASSIGN TO SAVE-GAME-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAVE-GAME-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  OPER-REG-FILE.
           COPY OPERREG.

       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-OPERATOR-ID   PIC X(10).
           05 RT-GAMES         PIC 9(5).
           05 RT-WINS-AS-X     PIC 9(5).
           05 RT-WINS-AS-O     PIC 9(5).
           05 RT-RATING        PIC 9(4).

       FD  PROFILE-FILE.
           COPY OPPROF.

       FD  AWARDS-FILE.
           COPY AWARDS.

       FD  LADDER-FILE.
       01  LADDER-RECORD.
           05 LD-OPERATOR-ID   PIC X(10).

       FD  CHALLENGE-FILE.
           COPY CHALNG.

       FD  BRACKET-FILE.
           COPY BRACKET.

       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05 RO-OPERATOR-ID   PIC X(10).

       FD  GAME-LOG-FILE.
           COPY GAMELOG.

       FD  AUDIT-STORE-FILE.
           COPY AUDITIDX.

       FD  SAVE-GAME-FILE.
       01  SAVE-GAME-RECORD.
           05 SG-BOARD-DIM     PIC 9.
           05 SG-GAME-MODE     PIC 9.
           05 SG-WIN-LENGTH    PIC 9.
           05 SG-BOARD         PIC X(25).
           05 SG-TURN          PIC X(1).
           05 SG-OPERATOR-ID   PIC X(10).
           05 SG-SESSION-ID    PIC 9(14).
           05 SG-AUDIT-SEQ     PIC 9(4).
           05 SG-MOVE-COUNT    PIC 99.
           05 SG-MOVE-HIST-TOP PIC 99.
           05 SG-MOVE-HIST     PIC X(75).
           05 SG-OPPONENT-ID   PIC X(10).
           05 SG-TOURNEY-KEY   PIC 9(4).
           05 SG-HUMAN-MARK    PIC X(1).
           05 SG-OPENING-MARK  PIC X(1).

       WORKING-STORAGE SECTION.
       77  OPER-REG-STATUS  PIC X(2).
       77  RATINGS-STATUS   PIC X(2).
       77  PROFILE-STATUS   PIC X(2).
       77  AWARDS-STATUS    PIC X(2).
       77  LADDER-STATUS    PIC X(2).
       77  CHALLENGE-STATUS PIC X(2).
       77  BRACKET-STATUS   PIC X(2).
       77  ROSTER-STATUS    PIC X(2).
       77  GAME-LOG-STATUS  PIC X(2).
       77  AUDIT-STATUS     PIC X(2).
       77  SAVE-GAME-STATUS PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".

       77  SAVE-GAME-FILENAME PIC X(30) VALUE SPACES.

       77  TODAY-DATE       PIC 9(8).
       77  CHECK-ID         PIC X(10).
       77  CHECK-FILE       PIC X(8).
       77  CHECK-KEY        PIC X(20).
       77  ORPHAN-REASON    PIC X(40).
       77  ORPHAN-COUNT     PIC 9(5) VALUE 0.
       77  RECS-CHECKED     PIC 9(6) VALUE 0.
       77  HELD-RC          PIC 9 VALUE 0.

       77  RUNG-NO          PIC 9(3) VALUE 0.
       77  RUNG-SHOWN       PIC ZZ9.
       77  ROUND-SHOWN      PIC 99.
       77  MATCH-SHOWN      PIC 99.
       77  SESSION-DATE     PIC 9(8).
       77  LAST-AUDIT-ID    PIC 9(14) VALUE 0.
       77  FOUND-IDX        PIC 9(5) VALUE 0.
       77  LIVE-FLAG        PIC X(1).

       77  LADDER-COUNT     PIC 9(3) VALUE 0.
       77  ROSTER-COUNT     PIC 9(3) VALUE 0.
       77  LOGGED-COUNT     PIC 9(5) VALUE 0.
       77  SAVED-COUNT      PIC 9(3) VALUE 0.
       77  OPEN-COUNT       PIC 9(3) VALUE 0.
       77  AUDIT-SESSIONS   PIC 9(5) VALUE 0.

       77  LADDER-TBL-FULL  PIC X(1) VALUE "0".
       77  ROSTER-TBL-FULL  PIC X(1) VALUE "0".
       77  LOGGED-TBL-FULL  PIC X(1) VALUE "0".
       77  SAVED-TBL-FULL   PIC X(1) VALUE "0".

       78  BYE-ID VALUE "*BYE*".
       78  LADDER-MAX VALUE 500.
       78  ROSTER-MAX VALUE 64.
       78  LOGGED-MAX VALUE 4000.
       78  SAVED-MAX VALUE 400.
       78  OPEN-MAX VALUE 100.

       01  LADDER-TABLE.
           05 LADDER-ENTRY OCCURS 500 TIMES INDEXED BY LADDER-IDX.
               10 LT-OPERATOR-ID PIC X(10) VALUE SPACES.

       01  ROSTER-TABLE.
           05 ROSTER-ENTRY OCCURS 64 TIMES INDEXED BY ROSTER-IDX.
               10 RS-OPERATOR-ID PIC X(10) VALUE SPACES.

      *----Session ids with a game-log record behind them.
       01  LOGGED-TABLE.
           05 LOGGED-ENTRY OCCURS 4000 TIMES INDEXED BY LOGGED-IDX.
               10 LG-SESSION-ID PIC 9(14) VALUE 0.

      *----Session ids held in an operator's SAVEGAME checkpoint.
       01  SAVED-TABLE.
           05 SAVED-ENTRY OCCURS 400 TIMES INDEXED BY SAVED-IDX.
               10 SV-SESSION-ID PIC 9(14) VALUE 0.
               10 SV-OPERATOR-ID PIC X(10) VALUE SPACES.

      *----Today's sessions with moves in the store but no result yet
      *----- the games still being played at a terminal.
       01  OPEN-TABLE.
           05 OPEN-ENTRY OCCURS 100 TIMES INDEXED BY OPEN-IDX.
               10 OS-SESSION-ID PIC 9(14) VALUE 0.

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           MOVE "INTEGCHK" TO SP-REPORT-ID
           MOVE SPACES TO SP-PARAMETERS
           STRING "DATE " TODAY-DATE
               DELIMITED BY SIZE INTO SP-PARAMETERS
           PERFORM OPEN-SPOOL-PROCEDURE

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== MASTER-FILE INTEGRITY CHECK =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           OPEN INPUT OPER-REG-FILE

      *----The spool close is a CALL, so the code is set after it.
           IF OPER-REG-STATUS NOT = "00"
               MOVE SPACES TO SP-LINE
               STRING "OPERREG.DAT COULD NOT BE OPENED - STATUS "
                       OPER-REG-STATUS " - NOTHING CAN BE CHECKED."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CHECKPOINTS-PROCEDURE
           PERFORM LOAD-GAME-LOG-PROCEDURE
           PERFORM LOAD-ROSTER-PROCEDURE

           PERFORM CHECK-RATINGS-PROCEDURE
           PERFORM CHECK-PROFILES-PROCEDURE
           PERFORM CHECK-AWARDS-PROCEDURE
           PERFORM CHECK-LADDER-PROCEDURE
           PERFORM CHECK-AUDIT-STORE-PROCEDURE
           PERFORM CHECK-CHALLENGES-PROCEDURE
           PERFORM CHECK-BRACKET-PROCEDURE

           CLOSE OPER-REG-FILE

           IF LADDER-TBL-FULL = "1" OR ROSTER-TBL-FULL = "1"
                   OR LOGGED-TBL-FULL = "1" OR SAVED-TBL-FULL = "1"
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: A WORK TABLE FILLED - CHECKS AGAINST"
                       " IT ARE INCOMPLETE. ARCHIVE THE LOGS AND RERUN."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               ADD 1 TO ORPHAN-COUNT
           END-IF

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== INTEGRITY TOTALS =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "RECORDS CHECKED    : " RECS-CHECKED
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "AUDITIDX SESSIONS  : " AUDIT-SESSIONS
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "GAMES STILL IN PLAY: " OPEN-COUNT
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "ORPHANS FOUND      : " ORPHAN-COUNT
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           IF ORPHAN-COUNT = 0
               MOVE "RESULT: FILES AGREE" TO SP-LINE
           ELSE
               MOVE "RESULT: ORPHANS FOUND - SEE LIST ABOVE" TO SP-LINE
               MOVE 8 TO HELD-RC
           END-IF
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM CLOSE-SPOOL-PROCEDURE
           MOVE HELD-RC TO RETURN-CODE
           STOP RUN.

      *----Batch COBOL cannot list a directory, so the checkpoints
      *----are found the way SVSWEEP finds them - by trying the
      *----SAVEGAME file of every registered operator. An empty file
      *----is a cleared checkpoint and holds no game.
       LOAD-CHECKPOINTS-PROCEDURE.
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ OPER-REG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-CHECKPOINT-PROCEDURE
               END-READ
           END-PERFORM.

       LOAD-ONE-CHECKPOINT-PROCEDURE.
           MOVE SPACES TO SAVE-GAME-FILENAME
           STRING "SAVEGAME_" DELIMITED BY SIZE
                   FUNCTION TRIM (RG-OPERATOR-ID) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO SAVE-GAME-FILENAME

           OPEN INPUT SAVE-GAME-FILE
           IF SAVE-GAME-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ SAVE-GAME-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SAVED-COUNT < SAVED-MAX
                       ADD 1 TO SAVED-COUNT
                       SET SAVED-IDX TO SAVED-COUNT
                       MOVE SG-SESSION-ID TO SV-SESSION-ID (SAVED-IDX)
                       MOVE RG-OPERATOR-ID
                           TO SV-OPERATOR-ID (SAVED-IDX)
                   ELSE
                       MOVE "1" TO SAVED-TBL-FULL
                   END-IF
           END-READ

           CLOSE SAVE-GAME-FILE.

       LOAD-GAME-LOG-PROCEDURE.
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
                           IF LOGGED-COUNT < LOGGED-MAX
                               ADD 1 TO LOGGED-COUNT
                               SET LOGGED-IDX TO LOGGED-COUNT
                               MOVE GL-SESSION-ID
                                   TO LG-SESSION-ID (LOGGED-IDX)
                           ELSE
                               MOVE "1" TO LOGGED-TBL-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GAME-LOG-FILE.

       LOAD-ROSTER-PROCEDURE.
           OPEN INPUT ROSTER-FILE

           IF ROSTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ROSTER-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF ROSTER-COUNT < ROSTER-MAX
                           ADD 1 TO ROSTER-COUNT
                           SET ROSTER-IDX TO ROSTER-COUNT
                           MOVE RO-OPERATOR-ID
                               TO RS-OPERATOR-ID (ROSTER-IDX)
                       ELSE
                           MOVE "1" TO ROSTER-TBL-FULL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ROSTER-FILE.

       CHECK-RATINGS-PROCEDURE.
           OPEN INPUT RATINGS-FILE

           IF RATINGS-STATUS NOT = "00"
               MOVE "RATINGS.DAT NOT ON HAND - CHECK SKIPPED."
                   TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "RATINGS" TO CHECK-FILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ RATINGS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECS-CHECKED
                       MOVE RT-OPERATOR-ID TO CHECK-ID CHECK-KEY
                       PERFORM CHECK-REGISTERED-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE RATINGS-FILE.

       CHECK-PROFILES-PROCEDURE.
           OPEN INPUT PROFILE-FILE

           IF PROFILE-STATUS NOT = "00"
               MOVE "OPPROF.DAT NOT ON HAND - CHECK SKIPPED."
                   TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "OPPROF" TO CHECK-FILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ PROFILE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECS-CHECKED
                       MOVE OP-PROF-ID TO CHECK-ID CHECK-KEY
                       PERFORM CHECK-REGISTERED-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE PROFILE-FILE.

       CHECK-AWARDS-PROCEDURE.
           OPEN INPUT AWARDS-FILE

           IF AWARDS-STATUS NOT = "00"
               MOVE "AWARDS.DAT NOT ON HAND - CHECK SKIPPED."
                   TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "AWARDS" TO CHECK-FILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ AWARDS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECS-CHECKED
                       MOVE AW-OPERATOR-ID TO CHECK-ID
                       MOVE SPACES TO CHECK-KEY
                       STRING AW-OPERATOR-ID DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               AW-AWARD-CODE DELIMITED BY SIZE
                           INTO CHECK-KEY
                       PERFORM CHECK-REGISTERED-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE AWARDS-FILE.

      *----The ladder's key is its position - rung one is the first
      *----record - so an orphan is listed by rung.
       CHECK-LADDER-PROCEDURE.
           OPEN INPUT LADDER-FILE

           IF LADDER-STATUS NOT = "00"
               MOVE "LADDER.DAT NOT ON HAND - CHECK SKIPPED."
                   TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "LADDER" TO CHECK-FILE
           MOVE 0 TO RUNG-NO
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ LADDER-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECS-CHECKED
                       ADD 1 TO RUNG-NO
                       PERFORM CHECK-ONE-RUNG-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE LADDER-FILE.

       CHECK-ONE-RUNG-PROCEDURE.
           MOVE RUNG-NO TO RUNG-SHOWN
           MOVE SPACES TO CHECK-KEY
           STRING "RUNG " DELIMITED BY SIZE
                   RUNG-SHOWN DELIMITED BY SIZE
               INTO CHECK-KEY
           MOVE LD-OPERATOR-ID TO CHECK-ID
           PERFORM CHECK-REGISTERED-PROCEDURE

           PERFORM VARYING LADDER-IDX FROM 1 BY 1
                   UNTIL LADDER-IDX > LADDER-COUNT
               IF LT-OPERATOR-ID (LADDER-IDX) = LD-OPERATOR-ID
                   MOVE SPACES TO ORPHAN-REASON
                   STRING FUNCTION TRIM (LD-OPERATOR-ID)
                               DELIMITED BY SIZE
                           " ALSO HOLDS A HIGHER RUNG"
                               DELIMITED BY SIZE
                       INTO ORPHAN-REASON
                   PERFORM REPORT-ORPHAN-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF LADDER-COUNT < LADDER-MAX
               ADD 1 TO LADDER-COUNT
               SET LADDER-IDX TO LADDER-COUNT
               MOVE LD-OPERATOR-ID TO LT-OPERATOR-ID (LADDER-IDX)
           ELSE
               MOVE "1" TO LADDER-TBL-FULL
           END-IF.

      *----Walk the keyed store one session at a time. A session
      *----with neither a game-log record nor a checkpoint is an
      *----orphan - unless it started today, in which case it is a
      *----game still being played and is held for the challenge
      *----check instead.
       CHECK-AUDIT-STORE-PROCEDURE.
           OPEN INPUT AUDIT-STORE-FILE

           IF AUDIT-STATUS NOT = "00"
               MOVE "AUDITIDX.DAT NOT ON HAND - CHECK SKIPPED."
                   TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "AUDITIDX" TO CHECK-FILE
           MOVE 0 TO LAST-AUDIT-ID
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ AUDIT-STORE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF AX-SESSION-ID NOT = LAST-AUDIT-ID
                           MOVE AX-SESSION-ID TO LAST-AUDIT-ID
                           ADD 1 TO AUDIT-SESSIONS
                           PERFORM CHECK-ONE-SESSION-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AUDIT-STORE-FILE.

       CHECK-ONE-SESSION-PROCEDURE.
           PERFORM VARYING LOGGED-IDX FROM 1 BY 1
                   UNTIL LOGGED-IDX > LOGGED-COUNT
               IF LG-SESSION-ID (LOGGED-IDX) = AX-SESSION-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           PERFORM VARYING SAVED-IDX FROM 1 BY 1
                   UNTIL SAVED-IDX > SAVED-COUNT
               IF SV-SESSION-ID (SAVED-IDX) = AX-SESSION-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE AX-SESSION-ID (1:8) TO SESSION-DATE
           IF SESSION-DATE = TODAY-DATE
               IF OPEN-COUNT < OPEN-MAX
                   ADD 1 TO OPEN-COUNT
                   SET OPEN-IDX TO OPEN-COUNT
                   MOVE AX-SESSION-ID TO OS-SESSION-ID (OPEN-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE AX-SESSION-ID TO CHECK-KEY
           MOVE "NO GAME-LOG RECORD AND NO CHECKPOINT"
               TO ORPHAN-REASON
           PERFORM REPORT-ORPHAN-PROCEDURE.

      *----An accepted challenge is being played at one keyboard and
      *----is never checkpointed, so the game behind it must be one
      *----of today's open sessions started on or after the day the
      *----challenge was posted. The move store carries no operator
      *----ids, so any such open session keeps the challenge live.
       CHECK-CHALLENGES-PROCEDURE.
           OPEN INPUT CHALLENGE-FILE

           IF CHALLENGE-STATUS NOT = "00"
               MOVE "CHALNG.DAT NOT ON HAND - CHECK SKIPPED."
                   TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "CHALNG" TO CHECK-FILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CHALLENGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECS-CHECKED
                       PERFORM CHECK-ONE-CHALLENGE-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE CHALLENGE-FILE.

       CHECK-ONE-CHALLENGE-PROCEDURE.
           MOVE SPACES TO CHECK-KEY
           STRING "CHALLENGE " DELIMITED BY SIZE
                   CN-CHALLENGE-NO DELIMITED BY SIZE
               INTO CHECK-KEY

           MOVE CN-CHALLENGER-ID TO CHECK-ID
           PERFORM CHECK-REGISTERED-PROCEDURE
           MOVE CN-OPPONENT-ID TO CHECK-ID
           PERFORM CHECK-REGISTERED-PROCEDURE
           IF CN-WINNER-ID NOT = SPACES
               MOVE CN-WINNER-ID TO CHECK-ID
               PERFORM CHECK-REGISTERED-PROCEDURE
           END-IF

           IF CN-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO LIVE-FLAG
           PERFORM VARYING OPEN-IDX FROM 1 BY 1
                   UNTIL OPEN-IDX > OPEN-COUNT
               MOVE OS-SESSION-ID (OPEN-IDX) (1:8) TO SESSION-DATE
               IF SESSION-DATE >= CN-POST-DATE
                   MOVE "Y" TO LIVE-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF LIVE-FLAG = "N"
               MOVE "ACCEPTED BUT NO GAME IN PLAY"
                   TO ORPHAN-REASON
               PERFORM REPORT-ORPHAN-PROCEDURE
           END-IF.

      *----Both seats must be registered and on the roster the draw
      *----was built from. A bye's empty seat and an elimination
      *----seat not yet filled are not operators and are passed.
       CHECK-BRACKET-PROCEDURE.
           OPEN INPUT BRACKET-FILE

           IF BRACKET-STATUS NOT = "00"
               MOVE "BRACKET.DAT NOT ON HAND - CHECK SKIPPED."
                   TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "BRACKET" TO CHECK-FILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ BRACKET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECS-CHECKED
                       PERFORM CHECK-ONE-MATCH-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE BRACKET-FILE.

       CHECK-ONE-MATCH-PROCEDURE.
           MOVE BK-ROUND TO ROUND-SHOWN
           MOVE BK-MATCH-NO TO MATCH-SHOWN
           MOVE SPACES TO CHECK-KEY
           STRING "ROUND " DELIMITED BY SIZE
                   ROUND-SHOWN DELIMITED BY SIZE
                   " MATCH " DELIMITED BY SIZE
                   MATCH-SHOWN DELIMITED BY SIZE
               INTO CHECK-KEY

           MOVE BK-X-ID TO CHECK-ID
           PERFORM CHECK-SEAT-PROCEDURE
           MOVE BK-O-ID TO CHECK-ID
           PERFORM CHECK-SEAT-PROCEDURE
           IF BK-WINNER-ID NOT = SPACES
                   AND BK-WINNER-ID NOT = BYE-ID
               MOVE BK-WINNER-ID TO CHECK-ID
               PERFORM CHECK-REGISTERED-PROCEDURE
           END-IF.

       CHECK-SEAT-PROCEDURE.
           IF CHECK-ID = SPACES OR CHECK-ID = BYE-ID
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-REGISTERED-PROCEDURE

           PERFORM VARYING ROSTER-IDX FROM 1 BY 1
                   UNTIL ROSTER-IDX > ROSTER-COUNT
               IF RS-OPERATOR-ID (ROSTER-IDX) = CHECK-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE SPACES TO ORPHAN-REASON
           STRING FUNCTION TRIM (CHECK-ID) DELIMITED BY SIZE
                   " NOT ON TROSTER.DAT" DELIMITED BY SIZE
               INTO ORPHAN-REASON
           PERFORM REPORT-ORPHAN-PROCEDURE.

       CHECK-REGISTERED-PROCEDURE.
           MOVE CHECK-ID TO RG-OPERATOR-ID
           READ OPER-REG-FILE
               INVALID KEY
                   MOVE SPACES TO ORPHAN-REASON
                   STRING FUNCTION TRIM (CHECK-ID) DELIMITED BY SIZE
                           " NOT IN OPERREG.DAT" DELIMITED BY SIZE
                       INTO ORPHAN-REASON
                   PERFORM REPORT-ORPHAN-PROCEDURE
           END-READ.

       REPORT-ORPHAN-PROCEDURE.
           ADD 1 TO ORPHAN-COUNT
           MOVE SPACES TO SP-LINE
           STRING "ORPHAN  " CHECK-FILE "  KEY " CHECK-KEY
                   "  " ORPHAN-REASON
               DELIMITED BY SIZE INTO SP-LINE
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

       END PROGRAM INTEGCHK.
