      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: OPERATOR ID RETIRE AND MERGE UTILITY - MERGE A
      *          DUPLICATE OPERATOR ID INTO THE ID BEING KEPT, OR
      *          RETIRE THE ID OF SOMEONE WHO HAS LEFT. A MERGE RE-KEYS
      *          THE ID EVERYWHERE IT IS CARRIED (OPERREG, RATINGS,
      *          OPPROF, AWARDS, LADDER, CHALNG, BRACKET, BOTH SEATS
      *          OF GAMELOG, THE SEASONHS OPENING RATINGS, THE SYSCTL
      *          REMINDERS AND SEEN MARKS AND THE DEADLINE REMINDER
      *          NOTES), COMBINING RATINGS, AWARDS AND THE LADDER RUNG
      *          WITHOUT DUPLICATING ANY OF THEM. A RETIRE
      *          CLOSES THE ID'S PENDING CHALLENGES AND BRACKET SEATS,
      *          TAKES IT OFF THE LADDER AND BARS IT FROM SIGN-ON. EVERY
      *          RECORD TOUCHED IS LISTED BEFORE AND AFTER, AND EACH
      *          FILE IS COUNTED BEFORE AND AFTER SO THE RUN PROVES
      *          NOTHING WAS LOST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. OPERMRG.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *----The shared masters are opened with the same lock mode the
      *----game uses, so a terminal that signs on mid-run waits on a
      *----record instead of reading half a merge.
           SELECT OPER-REG-FILE ASSIGN TO "OPERREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-OPERATOR-ID
               LOCK MODE IS MANUAL
               FILE STATUS IS OPER-REG-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-OPERATOR-ID
               FILE STATUS IS RATINGS-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "OPPROF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-PROF-ID
               LOCK MODE IS MANUAL
               FILE STATUS IS PROFILE-STATUS.

           SELECT AWARDS-FILE ASSIGN TO "AWARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS AWARDS-STATUS.

           SELECT LADDER-FILE ASSIGN TO "LADDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LADDER-STATUS.

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

           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.

           SELECT GAME-WORK-FILE ASSIGN TO "GAMELOG.MRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-WORK-STATUS.

           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SEASONHS-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS SYSCTL-STATUS.

           SELECT DEADLINE-FILE ASSIGN TO "DEADLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS DEADLINE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "SECJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

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

       FD  GAME-LOG-FILE.
           COPY GAMELOG.

       FD  GAME-WORK-FILE.
       01  GAME-WORK-RECORD    PIC X(80).

       FD  SEASON-HISTORY-FILE.
           COPY SEASONHS.

       FD  SYSCTL-FILE.
           COPY SYSCTL.

       FD  DEADLINE-FILE.
           COPY DEADLINE.

       FD  JOURNAL-FILE.
           COPY SECJRNL.

       WORKING-STORAGE SECTION.
       77  OPER-REG-STATUS  PIC X(2).
       77  RATINGS-STATUS   PIC X(2).
       77  PROFILE-STATUS   PIC X(2).
       77  AWARDS-STATUS    PIC X(2).
       77  LADDER-STATUS    PIC X(2).
       77  CHALLENGE-STATUS PIC X(2).
       77  BRACKET-STATUS   PIC X(2).
       77  GAME-LOG-STATUS  PIC X(2).
       77  GAME-WORK-STATUS PIC X(2).
       77  SEASONHS-STATUS  PIC X(2).
       77  SYSCTL-STATUS    PIC X(2).
       77  DEADLINE-STATUS  PIC X(2).
       77  JOURNAL-STATUS   PIC X(2).
       77  OPERATOR-ID      PIC X(10) VALUE SPACES.
       77  TERMINAL-ID      PIC X(8) VALUE SPACES.
       77  EOF-FLAG         PIC X VALUE "N".

       77  MENU-ANSWER      PIC X(1).
       77  CONFIRM-ANSWER   PIC X(1).
       77  RUN-ACTION       PIC X(1).
      *        M = MERGE OLD-ID INTO KEEP-ID   R = RETIRE OLD-ID
       77  OLD-ID           PIC X(10) VALUE SPACES.
       77  KEEP-ID          PIC X(10) VALUE SPACES.
       77  RECORD-TOUCHED   PIC X(1).
       77  SELF-GAME-COUNT  PIC 9(5) VALUE 0.
       77  SELF-MATCH-COUNT PIC 9(5) VALUE 0.

       77  OLD-RUNG         PIC 99 VALUE 0.
       77  KEEP-RUNG        PIC 99 VALUE 0.
       77  DROP-RUNG        PIC 99 VALUE 0.
       77  RUNG-COUNT       PIC 99 VALUE 0.
       77  RUNG-IDX         PIC 99 VALUE 0.

       77  AWARD-COUNT      PIC 99 VALUE 0.
       77  AWARD-IDX        PIC 99 VALUE 0.

       77  COMBINED-GAMES   PIC 9(6) VALUE 0.
       77  WEIGHTED-RATING  PIC 9(10) VALUE 0.
      *----Games behind each id on RATINGS.DAT before the merge, kept
      *----to weight the opening ratings the same way.
       77  OLD-GAMES        PIC 9(5) VALUE 0.
       77  KEEP-GAMES       PIC 9(5) VALUE 0.
       77  OLD-OPENING      PIC 9(4) VALUE 0.
       77  OLD-CLOSING      PIC 9(4) VALUE 0.

       77  HOLD-COUNT       PIC 999 VALUE 0.
       77  HOLD-IDX         PIC 999 VALUE 0.
       77  HOLD-TBL-FULL    PIC X(1) VALUE "0".

       77  FILE-IDX         PIC 99 VALUE 0.
       77  BALANCE-CHECK    PIC S9(7) VALUE 0.
       77  OUT-OF-BALANCE   PIC X(1) VALUE "0".
      *----Set when a work table filled and records were left under
      *----the old id for a second run of the same merge.
       77  MERGE-INCOMPLETE PIC X(1) VALUE "0".

       78  RUNG-MAX VALUE 50.
       78  AWARD-MAX VALUE 20.
       78  HOLD-MAX VALUE 200.
       78  BYE-ID VALUE "*BYE*".

       78  REG-FILE VALUE 1.
       78  RAT-FILE VALUE 2.
       78  PRF-FILE VALUE 3.
       78  AWD-FILE VALUE 4.
       78  LAD-FILE VALUE 5.
       78  CHL-FILE VALUE 6.
       78  BRK-FILE VALUE 7.
       78  LOG-FILE VALUE 8.
       78  SHS-FILE VALUE 9.
       78  CTL-FILE VALUE 10.
       78  DLN-FILE VALUE 11.
       78  FILE-MAX VALUE 11.

      *----Before and after images of one touched record for the
      *----control listing. A removed record shows *REMOVED* after,
      *----a newly written one shows *NEW* before.
       77  LIST-FILE-NAME   PIC X(8).
       77  BEFORE-IMAGE     PIC X(60).
       77  AFTER-IMAGE      PIC X(60).

       01  SAVED-RATINGS-RECORD.
           05 SV-OPERATOR-ID   PIC X(10).
           05 SV-GAMES         PIC 9(5).
           05 SV-WINS-AS-X     PIC 9(5).
           05 SV-WINS-AS-O     PIC 9(5).
           05 SV-RATING        PIC 9(4).

       01  SAVED-PROFILE-RECORD PIC X(16).

       01  AWARD-HOLD-TABLE.
           05 AWARD-HOLD-ENTRY OCCURS 20 TIMES.
               10 AH-CODE      PIC X(8).
               10 AH-DATE      PIC 9(8).
               10 AH-ANNOUNCED PIC X(1).

      *----Records gathered for one of the keyed files before any is
      *----re-keyed, for the same reason the awards are.
       01  REKEY-HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 200 TIMES.
               10 HOLD-RECORD  PIC X(91).

       01  LADDER-TABLE.
           05 LADDER-ENTRY OCCURS 50 TIMES.
               10 LT-ID        PIC X(10).

      *----Per-file control totals. Records on file before the run,
      *----less those removed, plus those added, must equal the
      *----records counted on file after it.
       01  FILE-NAME-SETUP.
           05 FILLER           PIC X(8) VALUE "OPERREG".
           05 FILLER           PIC X(8) VALUE "RATINGS".
           05 FILLER           PIC X(8) VALUE "OPPROF".
           05 FILLER           PIC X(8) VALUE "AWARDS".
           05 FILLER           PIC X(8) VALUE "LADDER".
           05 FILLER           PIC X(8) VALUE "CHALNG".
           05 FILLER           PIC X(8) VALUE "BRACKET".
           05 FILLER           PIC X(8) VALUE "GAMELOG".
           05 FILLER           PIC X(8) VALUE "SEASONHS".
           05 FILLER           PIC X(8) VALUE "SYSCTL".
           05 FILLER           PIC X(8) VALUE "DEADLINE".
       01  FILE-NAME-TABLE REDEFINES FILE-NAME-SETUP.
           05 FILE-NAME OCCURS 11 TIMES PIC X(8).

       01  CONTROL-TABLE.
           05 CONTROL-ENTRY OCCURS 11 TIMES.
               10 CT-BEFORE    PIC 9(7) VALUE 0.
               10 CT-CHANGED   PIC 9(7) VALUE 0.
               10 CT-REMOVED   PIC 9(7) VALUE 0.
               10 CT-ADDED     PIC 9(7) VALUE 0.
               10 CT-AFTER     PIC 9(7) VALUE 0.

           COPY SYSWIN.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE "OPERMRG" TO WR-PROGRAM
           PERFORM CLOSE-BATCH-WINDOW-PROCEDURE

           ACCEPT TERMINAL-ID FROM ENVIRONMENT "TERMID"
           IF TERMINAL-ID = SPACES
               MOVE "CONSOLE" TO TERMINAL-ID
           END-IF

           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT OPERATOR-ID

           DISPLAY " "
           DISPLAY "===== OPERATOR ID RETIRE AND MERGE ====="
           DISPLAY "M = MERGE A DUPLICATE ID INTO THE ID BEING KEPT"
           DISPLAY "R = RETIRE AN ID"
           DISPLAY "Q = QUIT"
           DISPLAY "CHOICE: "
           ACCEPT MENU-ANSWER

           EVALUATE FUNCTION UPPER-CASE (MENU-ANSWER)
               WHEN "M"
                   MOVE "M" TO RUN-ACTION
                   PERFORM ACCEPT-MERGE-IDS-PROCEDURE
               WHEN "R"
                   MOVE "R" TO RUN-ACTION
                   PERFORM ACCEPT-RETIRE-ID-PROCEDURE
               WHEN OTHER
                   DISPLAY "NOTHING CHANGED."
                   PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
                   STOP RUN
           END-EVALUATE

           DISPLAY " "
           DISPLAY "===== BEFORE/AFTER CONTROL LISTING ====="

      *----Count every file before anything moves, so the balance at
      *----the end is proved against what was really on file.
           PERFORM COUNT-ALL-FILES-PROCEDURE
           PERFORM VARYING FILE-IDX FROM 1 BY 1
                   UNTIL FILE-IDX > FILE-MAX
               MOVE CT-AFTER (FILE-IDX) TO CT-BEFORE (FILE-IDX)
           END-PERFORM

           IF RUN-ACTION = "M"
               PERFORM MERGE-REGISTER-PROCEDURE
               PERFORM MERGE-RATINGS-PROCEDURE
               PERFORM MERGE-PROFILE-PROCEDURE
               PERFORM MERGE-AWARDS-PROCEDURE
               PERFORM REKEY-LADDER-PROCEDURE
               PERFORM REKEY-CHALLENGES-PROCEDURE
               PERFORM REKEY-BRACKET-PROCEDURE
               PERFORM REKEY-GAME-LOG-PROCEDURE
               PERFORM MERGE-SEASON-HISTORY-PROCEDURE
               PERFORM MERGE-SYSCTL-PROCEDURE
               PERFORM MERGE-DEADLINE-PROCEDURE
           ELSE
               PERFORM RETIRE-REGISTER-PROCEDURE
               PERFORM REKEY-LADDER-PROCEDURE
               PERFORM REKEY-CHALLENGES-PROCEDURE
               PERFORM REKEY-BRACKET-PROCEDURE
           END-IF

           PERFORM COUNT-ALL-FILES-PROCEDURE
           PERFORM PRINT-CONTROL-TOTALS-PROCEDURE
           PERFORM WRITE-JOURNAL-PROCEDURE

           IF OUT-OF-BALANCE = "1"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF MERGE-INCOMPLETE = "1"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
           STOP RUN.

       ACCEPT-MERGE-IDS-PROCEDURE.
           DISPLAY "DUPLICATE ID TO MERGE AWAY: "
           ACCEPT OLD-ID
           DISPLAY "ID TO KEEP: "
           ACCEPT KEEP-ID

           IF OLD-ID = SPACES OR KEEP-ID = SPACES
               DISPLAY "BOTH IDS MUST BE GIVEN - NOTHING CHANGED."
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF
           IF OLD-ID = KEEP-ID
               DISPLAY "AN ID CANNOT BE MERGED INTO ITSELF - NOTHING"
                   " CHANGED."
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF
           IF OLD-ID = BYE-ID OR KEEP-ID = BYE-ID
               DISPLAY "THE BRACKET BYE MARKER IS NOT AN OPERATOR -"
                   " NOTHING CHANGED."
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

           PERFORM CHECK-KEEP-ID-PROCEDURE

           DISPLAY "MERGE " FUNCTION TRIM (OLD-ID) " INTO "
               FUNCTION TRIM (KEEP-ID) " IN EVERY FILE? (Y/N): "
           ACCEPT CONFIRM-ANSWER
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "NOTHING CHANGED."
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF.

       ACCEPT-RETIRE-ID-PROCEDURE.
           DISPLAY "ID TO RETIRE: "
           ACCEPT OLD-ID
           MOVE SPACES TO KEEP-ID

           IF OLD-ID = SPACES OR OLD-ID = BYE-ID
               DISPLAY "NAME AN OPERATOR ID - NOTHING CHANGED."
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

           DISPLAY "RETIRE " FUNCTION TRIM (OLD-ID) " - CLOSE ITS"
               " CHALLENGES AND BRACKET SEATS? (Y/N): "
           ACCEPT CONFIRM-ANSWER
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "NOTHING CHANGED."
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF.

      *----The history can only go to an id someone can sign on
      *----with - one on the register and not retired. With no
      *----register at all the game signs anyone on, so there is
      *----nothing to check.
       CHECK-KEEP-ID-PROCEDURE.
           OPEN INPUT OPER-REG-FILE
           IF OPER-REG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE KEEP-ID TO RG-OPERATOR-ID
           READ OPER-REG-FILE
               INVALID KEY
                   DISPLAY FUNCTION TRIM (KEEP-ID)
                       " IS NOT ON THE REGISTER - REGISTER IT BEFORE"
                       " MERGING INTO IT. NOTHING CHANGED."
                   CLOSE OPER-REG-FILE
                   PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
                   STOP RUN
           END-READ

           IF RG-LOCKED = "R"
               DISPLAY FUNCTION TRIM (KEEP-ID)
                   " IS RETIRED AND CANNOT SIGN ON - NOTHING CHANGED."
               CLOSE OPER-REG-FILE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

           CLOSE OPER-REG-FILE.

      *----Every touched record goes through here so the listing reads
      *----the same for every file.
       LIST-TOUCH-PROCEDURE.
           DISPLAY LIST-FILE-NAME " BEFORE: " BEFORE-IMAGE
           DISPLAY LIST-FILE-NAME " AFTER : " AFTER-IMAGE.

      *----The merged-away id stays on the register, retired, so it
      *----can never be issued to anyone again. The kept id was
      *----checked as registered and in play before the run began.
       MERGE-REGISTER-PROCEDURE.
           MOVE "OPERREG" TO LIST-FILE-NAME
           OPEN I-O OPER-REG-FILE
           IF OPER-REG-STATUS NOT = "00"
               DISPLAY "NO OPERREG.DAT REGISTER - NOTHING TO RE-KEY"
                   " THERE."
               EXIT PARAGRAPH
           END-IF

           MOVE OLD-ID TO RG-OPERATOR-ID
           READ OPER-REG-FILE LOCK
               INVALID KEY
                   CLOSE OPER-REG-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE OPERATOR-REG-RECORD TO BEFORE-IMAGE
           MOVE 0 TO RG-FAIL-COUNT
           MOVE "R" TO RG-LOCKED
           REWRITE OPERATOR-REG-RECORD
           MOVE OPERATOR-REG-RECORD TO AFTER-IMAGE
           PERFORM LIST-TOUCH-PROCEDURE
           ADD 1 TO CT-CHANGED (REG-FILE)

           CLOSE OPER-REG-FILE.

      *----A retired id is kept on the register so its history still
      *----has an owner, but the game will not sign it on again.
       RETIRE-REGISTER-PROCEDURE.
           MOVE "OPERREG" TO LIST-FILE-NAME
           OPEN I-O OPER-REG-FILE
           IF OPER-REG-STATUS NOT = "00"
               DISPLAY "NO OPERREG.DAT REGISTER - "
                   FUNCTION TRIM (OLD-ID) " CANNOT BE BARRED THERE."
               EXIT PARAGRAPH
           END-IF

           MOVE OLD-ID TO RG-OPERATOR-ID
           READ OPER-REG-FILE LOCK
               INVALID KEY
                   DISPLAY FUNCTION TRIM (OLD-ID)
                       " IS NOT ON THE REGISTER."
                   CLOSE OPER-REG-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE OPERATOR-REG-RECORD TO BEFORE-IMAGE
           MOVE 0 TO RG-FAIL-COUNT
           MOVE "R" TO RG-LOCKED
           REWRITE OPERATOR-REG-RECORD
           MOVE OPERATOR-REG-RECORD TO AFTER-IMAGE
           PERFORM LIST-TOUCH-PROCEDURE
           ADD 1 TO CT-CHANGED (REG-FILE)

           CLOSE OPER-REG-FILE.

      *----RATINGS rebuilds itself from the game log on its next run,
      *----so the combined line here only has to hold until then:
      *----games and seat wins add, and the rating is the average
      *----of the two weighted by the games behind each. The games
      *----are kept to weight the opening ratings the same way.
       MERGE-RATINGS-PROCEDURE.
           MOVE "RATINGS" TO LIST-FILE-NAME
           OPEN I-O RATINGS-FILE
           IF RATINGS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE OLD-ID TO RT-OPERATOR-ID
           READ RATINGS-FILE
               INVALID KEY
                   CLOSE RATINGS-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE RATINGS-RECORD TO SAVED-RATINGS-RECORD
           MOVE SV-GAMES TO OLD-GAMES

           MOVE RATINGS-RECORD TO BEFORE-IMAGE
           DELETE RATINGS-FILE RECORD
           MOVE "*REMOVED*" TO AFTER-IMAGE
           PERFORM LIST-TOUCH-PROCEDURE
           ADD 1 TO CT-REMOVED (RAT-FILE)

           MOVE KEEP-ID TO RT-OPERATOR-ID
           READ RATINGS-FILE
               INVALID KEY
                   MOVE SAVED-RATINGS-RECORD TO RATINGS-RECORD
                   MOVE KEEP-ID TO RT-OPERATOR-ID
                   WRITE RATINGS-RECORD
                   MOVE "*NEW*" TO BEFORE-IMAGE
                   MOVE RATINGS-RECORD TO AFTER-IMAGE
                   PERFORM LIST-TOUCH-PROCEDURE
                   ADD 1 TO CT-ADDED (RAT-FILE)
               NOT INVALID KEY
                   MOVE RATINGS-RECORD TO BEFORE-IMAGE
                   MOVE RT-GAMES TO KEEP-GAMES
                   COMPUTE COMBINED-GAMES = RT-GAMES + SV-GAMES
                   IF COMBINED-GAMES > 0
                       COMPUTE WEIGHTED-RATING =
                           RT-RATING * RT-GAMES + SV-RATING * SV-GAMES
                       COMPUTE RT-RATING ROUNDED =
                           WEIGHTED-RATING / COMBINED-GAMES
                   END-IF
                   ADD SV-GAMES TO RT-GAMES
                   ADD SV-WINS-AS-X TO RT-WINS-AS-X
                   ADD SV-WINS-AS-O TO RT-WINS-AS-O
                   REWRITE RATINGS-RECORD
                   MOVE RATINGS-RECORD TO AFTER-IMAGE
                   PERFORM LIST-TOUCH-PROCEDURE
                   ADD 1 TO CT-CHANGED (RAT-FILE)
           END-READ

           CLOSE RATINGS-FILE.

      *----One person keeps one set of preferences - the kept id's
      *----profile stands, and the old id's only carries over when the
      *----kept id never saved one.
       MERGE-PROFILE-PROCEDURE.
           MOVE "OPPROF" TO LIST-FILE-NAME
           OPEN I-O PROFILE-FILE
           IF PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE OLD-ID TO OP-PROF-ID
           READ PROFILE-FILE LOCK
               INVALID KEY
                   CLOSE PROFILE-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE OPERATOR-PROFILE-RECORD TO SAVED-PROFILE-RECORD

           MOVE OPERATOR-PROFILE-RECORD TO BEFORE-IMAGE
           DELETE PROFILE-FILE RECORD
           MOVE "*REMOVED*" TO AFTER-IMAGE
           PERFORM LIST-TOUCH-PROCEDURE
           ADD 1 TO CT-REMOVED (PRF-FILE)

           MOVE KEEP-ID TO OP-PROF-ID
           READ PROFILE-FILE
               INVALID KEY
                   MOVE SAVED-PROFILE-RECORD
                       TO OPERATOR-PROFILE-RECORD
                   MOVE KEEP-ID TO OP-PROF-ID
                   WRITE OPERATOR-PROFILE-RECORD
                   MOVE "*NEW*" TO BEFORE-IMAGE
                   MOVE OPERATOR-PROFILE-RECORD TO AFTER-IMAGE
                   PERFORM LIST-TOUCH-PROCEDURE
                   ADD 1 TO CT-ADDED (PRF-FILE)
           END-READ

           CLOSE PROFILE-FILE.

      *----An award is earned once per person. Where both ids hold the
      *----same code the earlier date stands on the kept id; where
      *----only the old id holds it, it moves across as it was.
       MERGE-AWARDS-PROCEDURE.
           MOVE "AWARDS" TO LIST-FILE-NAME
           OPEN I-O AWARDS-FILE
           IF AWARDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

      *----Gather the old id's awards first - writing and deleting
      *----while positioned on the same key range would lose place.
           MOVE 0 TO AWARD-COUNT
           MOVE "0" TO HOLD-TBL-FULL
           MOVE OLD-ID TO AW-OPERATOR-ID
           MOVE LOW-VALUES TO AW-AWARD-CODE
           START AWARDS-FILE KEY NOT < AW-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
               READ AWARDS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF AW-OPERATOR-ID NOT = OLD-ID
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF AWARD-COUNT < AWARD-MAX
                               ADD 1 TO AWARD-COUNT
                               MOVE AW-AWARD-CODE
                                   TO AH-CODE (AWARD-COUNT)
                               MOVE AW-DATE-EARNED
                                   TO AH-DATE (AWARD-COUNT)
                               MOVE AW-ANNOUNCED
                                   TO AH-ANNOUNCED (AWARD-COUNT)
                           ELSE
                               MOVE "1" TO HOLD-TBL-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING AWARD-IDX FROM 1 BY 1
                   UNTIL AWARD-IDX > AWARD-COUNT
               PERFORM MERGE-ONE-AWARD-PROCEDURE
           END-PERFORM

           CLOSE AWARDS-FILE
           PERFORM HOLD-FULL-NOTICE-PROCEDURE.

       MERGE-ONE-AWARD-PROCEDURE.
           MOVE OLD-ID TO AW-OPERATOR-ID
           MOVE AH-CODE (AWARD-IDX) TO AW-AWARD-CODE
           READ AWARDS-FILE LOCK
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE AWARD-RECORD TO BEFORE-IMAGE
           DELETE AWARDS-FILE RECORD
           MOVE "*REMOVED*" TO AFTER-IMAGE
           PERFORM LIST-TOUCH-PROCEDURE
           ADD 1 TO CT-REMOVED (AWD-FILE)

           MOVE KEEP-ID TO AW-OPERATOR-ID
           MOVE AH-CODE (AWARD-IDX) TO AW-AWARD-CODE
           READ AWARDS-FILE LOCK
               INVALID KEY
                   MOVE KEEP-ID TO AW-OPERATOR-ID
                   MOVE AH-CODE (AWARD-IDX) TO AW-AWARD-CODE
                   MOVE AH-DATE (AWARD-IDX) TO AW-DATE-EARNED
                   MOVE AH-ANNOUNCED (AWARD-IDX) TO AW-ANNOUNCED
                   WRITE AWARD-RECORD
                   MOVE "*NEW*" TO BEFORE-IMAGE
                   MOVE AWARD-RECORD TO AFTER-IMAGE
                   PERFORM LIST-TOUCH-PROCEDURE
                   ADD 1 TO CT-ADDED (AWD-FILE)
               NOT INVALID KEY
                   IF AH-DATE (AWARD-IDX) < AW-DATE-EARNED
                       MOVE AWARD-RECORD TO BEFORE-IMAGE
                       MOVE AH-DATE (AWARD-IDX) TO AW-DATE-EARNED
                       REWRITE AWARD-RECORD
                       MOVE AWARD-RECORD TO AFTER-IMAGE
                       PERFORM LIST-TOUCH-PROCEDURE
                       ADD 1 TO CT-CHANGED (AWD-FILE)
                   END-IF
           END-READ.

      *----A merge leaves the person on the better of the two rungs
      *----and closes up the other; a retire takes the id off the
      *----ladder and everyone below moves up one.
       REKEY-LADDER-PROCEDURE.
           MOVE "LADDER" TO LIST-FILE-NAME
           PERFORM LOAD-LADDER-PROCEDURE

           MOVE 0 TO OLD-RUNG KEEP-RUNG DROP-RUNG
           PERFORM VARYING RUNG-IDX FROM 1 BY 1
                   UNTIL RUNG-IDX > RUNG-COUNT
               IF LT-ID (RUNG-IDX) = OLD-ID AND OLD-RUNG = 0
                   MOVE RUNG-IDX TO OLD-RUNG
               END-IF
               IF LT-ID (RUNG-IDX) = KEEP-ID AND KEEP-ID NOT = SPACES
                       AND KEEP-RUNG = 0
                   MOVE RUNG-IDX TO KEEP-RUNG
               END-IF
           END-PERFORM

           IF OLD-RUNG = 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN RUN-ACTION = "R"
                   MOVE OLD-RUNG TO DROP-RUNG
               WHEN KEEP-RUNG = 0
                   MOVE LT-ID (OLD-RUNG) TO BEFORE-IMAGE
                   MOVE KEEP-ID TO LT-ID (OLD-RUNG)
                   MOVE LT-ID (OLD-RUNG) TO AFTER-IMAGE
                   PERFORM LIST-TOUCH-PROCEDURE
                   ADD 1 TO CT-CHANGED (LAD-FILE)
               WHEN OLD-RUNG < KEEP-RUNG
                   MOVE LT-ID (OLD-RUNG) TO BEFORE-IMAGE
                   MOVE KEEP-ID TO LT-ID (OLD-RUNG)
                   MOVE LT-ID (OLD-RUNG) TO AFTER-IMAGE
                   PERFORM LIST-TOUCH-PROCEDURE
                   ADD 1 TO CT-CHANGED (LAD-FILE)
                   MOVE KEEP-RUNG TO DROP-RUNG
               WHEN OTHER
                   MOVE OLD-RUNG TO DROP-RUNG
           END-EVALUATE

           IF DROP-RUNG > 0
               MOVE LT-ID (DROP-RUNG) TO BEFORE-IMAGE
               MOVE "*REMOVED*" TO AFTER-IMAGE
               PERFORM LIST-TOUCH-PROCEDURE
               ADD 1 TO CT-REMOVED (LAD-FILE)
               PERFORM VARYING RUNG-IDX FROM DROP-RUNG BY 1
                       UNTIL RUNG-IDX >= RUNG-COUNT
                   MOVE LT-ID (RUNG-IDX + 1) TO LT-ID (RUNG-IDX)
               END-PERFORM
               SUBTRACT 1 FROM RUNG-COUNT
           END-IF

           PERFORM WRITE-LADDER-PROCEDURE.

       LOAD-LADDER-PROCEDURE.
           MOVE 0 TO RUNG-COUNT
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

      *----A merge re-keys every seat of every challenge; one that
      *----would leave the person challenging themselves is closed
      *----as withdrawn. A retire withdraws whatever the id still has
      *----pending or accepted - finished challenges are history and
      *----are left alone.
       REKEY-CHALLENGES-PROCEDURE.
           MOVE "CHALNG" TO LIST-FILE-NAME
           OPEN I-O CHALLENGE-FILE
           IF CHALLENGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO CN-CHALLENGE-NO
           START CHALLENGE-FILE KEY NOT < CN-CHALLENGE-NO
               INVALID KEY
                   CONTINUE
           END-START

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CHALLENGE-FILE NEXT RECORD LOCK
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM REKEY-ONE-CHALLENGE-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE CHALLENGE-FILE.

       REKEY-ONE-CHALLENGE-PROCEDURE.
           IF CN-CHALLENGER-ID NOT = OLD-ID
                   AND CN-OPPONENT-ID NOT = OLD-ID
                   AND CN-WINNER-ID NOT = OLD-ID
               EXIT PARAGRAPH
           END-IF

           MOVE "0" TO RECORD-TOUCHED
           MOVE CHALLENGE-RECORD TO BEFORE-IMAGE

           IF RUN-ACTION = "M"
               IF CN-CHALLENGER-ID = OLD-ID
                   MOVE KEEP-ID TO CN-CHALLENGER-ID
               END-IF
               IF CN-OPPONENT-ID = OLD-ID
                   MOVE KEEP-ID TO CN-OPPONENT-ID
               END-IF
               IF CN-WINNER-ID = OLD-ID
                   MOVE KEEP-ID TO CN-WINNER-ID
               END-IF
               IF CN-CHALLENGER-ID = CN-OPPONENT-ID
                       AND (CN-STATUS = "P" OR CN-STATUS = "A")
                   MOVE "W" TO CN-STATUS
               END-IF
               MOVE "1" TO RECORD-TOUCHED
           ELSE
               IF (CN-STATUS = "P" OR CN-STATUS = "A")
                       AND (CN-CHALLENGER-ID = OLD-ID
                           OR CN-OPPONENT-ID = OLD-ID)
                   MOVE "W" TO CN-STATUS
                   MOVE "1" TO RECORD-TOUCHED
               END-IF
           END-IF

           IF RECORD-TOUCHED = "1"
               REWRITE CHALLENGE-RECORD
               MOVE CHALLENGE-RECORD TO AFTER-IMAGE
               PERFORM LIST-TOUCH-PROCEDURE
               ADD 1 TO CT-CHANGED (CHL-FILE)
           END-IF.

      *----A merge re-keys both seats and any recorded winner. A
      *----retire closes each match the id still has to play as a
      *----walkover to whoever holds the other seat, so the draw
      *----can go on without them. A pending match the two merged
      *----ids were to play against each other could never be played
      *----and would hold up an elimination round, so it closes as a
      *----walkover to the id being kept.
       REKEY-BRACKET-PROCEDURE.
           MOVE "BRACKET" TO LIST-FILE-NAME
           OPEN I-O BRACKET-FILE
           IF BRACKET-STATUS NOT = "00"
               IF BRACKET-STATUS = "39"
                   DISPLAY "BRACKET.DAT IS IN THE OLD RECORD LAYOUT"
                       " - RUN BRKTCONV TO CONVERT IT."
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ BRACKET-FILE NEXT RECORD LOCK
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM REKEY-ONE-MATCH-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE BRACKET-FILE

           IF SELF-MATCH-COUNT > 0
               DISPLAY "NOTICE: " SELF-MATCH-COUNT " PENDING BRACKET"
                   " MATCH(ES) WERE BETWEEN THE TWO IDS AND ARE"
                   " CLOSED AS A WALKOVER TO "
                   FUNCTION TRIM (KEEP-ID) "."
           END-IF.

       REKEY-ONE-MATCH-PROCEDURE.
           IF BK-X-ID NOT = OLD-ID AND BK-O-ID NOT = OLD-ID
                   AND BK-WINNER-ID NOT = OLD-ID
               EXIT PARAGRAPH
           END-IF

           MOVE "0" TO RECORD-TOUCHED
           MOVE BRACKET-RECORD TO BEFORE-IMAGE

           IF RUN-ACTION = "M"
               IF BK-X-ID = OLD-ID
                   MOVE KEEP-ID TO BK-X-ID
               END-IF
               IF BK-O-ID = OLD-ID
                   MOVE KEEP-ID TO BK-O-ID
               END-IF
               IF BK-WINNER-ID = OLD-ID
                   MOVE KEEP-ID TO BK-WINNER-ID
               END-IF
               IF BK-X-ID = BK-O-ID AND BK-STATUS = "P"
                   MOVE KEEP-ID TO BK-WINNER-ID
                   MOVE "C" TO BK-STATUS
                   ADD 1 TO SELF-MATCH-COUNT
               END-IF
               MOVE "1" TO RECORD-TOUCHED
           ELSE
               IF BK-STATUS = "P"
                   IF BK-X-ID = OLD-ID
                       MOVE BK-O-ID TO BK-WINNER-ID
                   ELSE
                       MOVE BK-X-ID TO BK-WINNER-ID
                   END-IF
                   MOVE "C" TO BK-STATUS
                   MOVE "1" TO RECORD-TOUCHED
               END-IF
           END-IF

           IF RECORD-TOUCHED = "1"
               REWRITE BRACKET-RECORD
               MOVE BRACKET-RECORD TO AFTER-IMAGE
               PERFORM LIST-TOUCH-PROCEDURE
               ADD 1 TO CT-CHANGED (BRK-FILE)
           END-IF.

      *----The game log is re-keyed through a work copy laid back over
      *----the live log, the way LOGSCRUB replaces it. Both seats are
      *----re-keyed; a game the two ids played against each other is
      *----counted so the listing says why it now shows one name twice.
       REKEY-GAME-LOG-PROCEDURE.
           MOVE "GAMELOG" TO LIST-FILE-NAME
           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GAME-WORK-FILE

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ GAME-LOG-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM REKEY-ONE-GAME-PROCEDURE
                       MOVE GAME-LOG-RECORD TO GAME-WORK-RECORD
                       WRITE GAME-WORK-RECORD
               END-READ
           END-PERFORM

           CLOSE GAME-LOG-FILE
           CLOSE GAME-WORK-FILE

           IF CT-CHANGED (LOG-FILE) = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT GAME-WORK-FILE
           OPEN OUTPUT GAME-LOG-FILE

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ GAME-WORK-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE GAME-WORK-RECORD TO GAME-LOG-RECORD
                       WRITE GAME-LOG-RECORD
               END-READ
           END-PERFORM

           CLOSE GAME-WORK-FILE
           CLOSE GAME-LOG-FILE

           IF SELF-GAME-COUNT > 0
               DISPLAY "NOTICE: " SELF-GAME-COUNT " GAME(S) WERE"
                   " PLAYED BETWEEN THE TWO IDS AND NOW CARRY "
                   FUNCTION TRIM (KEEP-ID) " IN BOTH SEATS."
           END-IF.

       REKEY-ONE-GAME-PROCEDURE.
           IF GL-OPERATOR-ID NOT = OLD-ID
                   AND GL-OPPONENT-ID NOT = OLD-ID
               EXIT PARAGRAPH
           END-IF

           MOVE GAME-LOG-RECORD TO BEFORE-IMAGE
           IF GL-OPERATOR-ID = OLD-ID
               MOVE KEEP-ID TO GL-OPERATOR-ID
           END-IF
           IF GL-OPPONENT-ID = OLD-ID
               MOVE KEEP-ID TO GL-OPPONENT-ID
           END-IF
           IF GL-OPERATOR-ID = GL-OPPONENT-ID
               ADD 1 TO SELF-GAME-COUNT
           END-IF
           MOVE GAME-LOG-RECORD TO AFTER-IMAGE
           PERFORM LIST-TOUCH-PROCEDURE
           ADD 1 TO CT-CHANGED (LOG-FILE).

      *----Each opening rating SEASONCL carried into a season for the
      *----old id moves to the kept id, so RATINGS never brings the
      *----old id back onto RATINGS.DAT. Where both ids opened the
      *----same season the two ratings are combined the way RATINGS.DAT
      *----is, weighted by the games behind each. A closed season's
      *----final standings are history and stay under the id that
      *----earned them.
       MERGE-SEASON-HISTORY-PROCEDURE.
           MOVE "SEASONHS" TO LIST-FILE-NAME
           OPEN I-O SEASON-HISTORY-FILE
           IF SEASONHS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO HOLD-COUNT
           MOVE "0" TO HOLD-TBL-FULL
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SEASON-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SH-REC-TYPE = "O"
                               AND SH-OPERATOR-ID = OLD-ID
                           IF HOLD-COUNT < HOLD-MAX
                               ADD 1 TO HOLD-COUNT
                               MOVE SEASON-HISTORY-RECORD
                                   TO HOLD-RECORD (HOLD-COUNT)
                           ELSE
                               MOVE "1" TO HOLD-TBL-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               PERFORM MERGE-ONE-OPENING-PROCEDURE
           END-PERFORM

           CLOSE SEASON-HISTORY-FILE
           PERFORM HOLD-FULL-NOTICE-PROCEDURE.

       MERGE-ONE-OPENING-PROCEDURE.
           MOVE HOLD-RECORD (HOLD-IDX) TO SEASON-HISTORY-RECORD
           MOVE SH-OPENING-RATING TO OLD-OPENING
           MOVE SH-CLOSING-RATING TO OLD-CLOSING
           READ SEASON-HISTORY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SEASON-HISTORY-RECORD TO BEFORE-IMAGE
           DELETE SEASON-HISTORY-FILE RECORD
           MOVE "*REMOVED*" TO AFTER-IMAGE
           PERFORM LIST-TOUCH-PROCEDURE
           ADD 1 TO CT-REMOVED (SHS-FILE)

           MOVE HOLD-RECORD (HOLD-IDX) TO SEASON-HISTORY-RECORD
           MOVE KEEP-ID TO SH-OPERATOR-ID
           READ SEASON-HISTORY-FILE
               INVALID KEY
                   MOVE HOLD-RECORD (HOLD-IDX) TO SEASON-HISTORY-RECORD
                   MOVE KEEP-ID TO SH-OPERATOR-ID
                   WRITE SEASON-HISTORY-RECORD
                   MOVE "*NEW*" TO BEFORE-IMAGE
                   MOVE SEASON-HISTORY-RECORD TO AFTER-IMAGE
                   PERFORM LIST-TOUCH-PROCEDURE
                   ADD 1 TO CT-ADDED (SHS-FILE)
               NOT INVALID KEY
                   MOVE SEASON-HISTORY-RECORD TO BEFORE-IMAGE
                   COMPUTE COMBINED-GAMES = KEEP-GAMES + OLD-GAMES
                   IF COMBINED-GAMES > 0
                       COMPUTE WEIGHTED-RATING =
                           SH-OPENING-RATING * KEEP-GAMES
                           + OLD-OPENING * OLD-GAMES
                       COMPUTE SH-OPENING-RATING ROUNDED =
                           WEIGHTED-RATING / COMBINED-GAMES
                       COMPUTE WEIGHTED-RATING =
                           SH-CLOSING-RATING * KEEP-GAMES
                           + OLD-CLOSING * OLD-GAMES
                       COMPUTE SH-CLOSING-RATING ROUNDED =
                           WEIGHTED-RATING / COMBINED-GAMES
                   END-IF
                   REWRITE SEASON-HISTORY-RECORD
                   MOVE SEASON-HISTORY-RECORD TO AFTER-IMAGE
                   PERFORM LIST-TOUCH-PROCEDURE
                   ADD 1 TO CT-CHANGED (SHS-FILE)
           END-READ.

      *----A reminder DLSWEEP addressed to the old id, and the mark
      *----for each broadcast the old id has been shown, move to the
      *----kept id so the person is not shown either one again. Where
      *----the kept id already holds the same message its own record
      *----stands and the old id's goes.
       MERGE-SYSCTL-PROCEDURE.
           MOVE "SYSCTL" TO LIST-FILE-NAME
           OPEN I-O SYSCTL-FILE
           IF SYSCTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO HOLD-COUNT
           MOVE "0" TO HOLD-TBL-FULL
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SYSCTL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF (SC-REC-TYPE = "B" OR SC-REC-TYPE = "S")
                               AND SC-OPERATOR-ID = OLD-ID
                           IF HOLD-COUNT < HOLD-MAX
                               ADD 1 TO HOLD-COUNT
                               MOVE SYSTEM-CONTROL-RECORD
                                   TO HOLD-RECORD (HOLD-COUNT)
                           ELSE
                               MOVE "1" TO HOLD-TBL-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               PERFORM MERGE-ONE-CONTROL-PROCEDURE
           END-PERFORM

           CLOSE SYSCTL-FILE
           PERFORM HOLD-FULL-NOTICE-PROCEDURE.

       MERGE-ONE-CONTROL-PROCEDURE.
           MOVE HOLD-RECORD (HOLD-IDX) TO SYSTEM-CONTROL-RECORD
           READ SYSCTL-FILE LOCK
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SYSTEM-CONTROL-RECORD TO BEFORE-IMAGE
           DELETE SYSCTL-FILE RECORD
           MOVE "*REMOVED*" TO AFTER-IMAGE
           PERFORM LIST-TOUCH-PROCEDURE
           ADD 1 TO CT-REMOVED (CTL-FILE)

           MOVE HOLD-RECORD (HOLD-IDX) TO SYSTEM-CONTROL-RECORD
           MOVE KEEP-ID TO SC-OPERATOR-ID
           READ SYSCTL-FILE LOCK
               INVALID KEY
                   MOVE HOLD-RECORD (HOLD-IDX) TO SYSTEM-CONTROL-RECORD
                   MOVE KEEP-ID TO SC-OPERATOR-ID
                   WRITE SYSTEM-CONTROL-RECORD
                   MOVE "*NEW*" TO BEFORE-IMAGE
                   MOVE SYSTEM-CONTROL-RECORD TO AFTER-IMAGE
                   PERFORM LIST-TOUCH-PROCEDURE
                   ADD 1 TO CT-ADDED (CTL-FILE)
           END-READ.

      *----Each reminder DLSWEEP noted against the old id moves to the
      *----kept id, so the sweep does not remind the person again for
      *----a deadline they have already been warned of. Where both
      *----ids were reminded of the same deadline the kept id's note
      *----stands.
       MERGE-DEADLINE-PROCEDURE.
           MOVE "DEADLINE" TO LIST-FILE-NAME
           OPEN I-O DEADLINE-FILE
           IF DEADLINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO HOLD-COUNT
           MOVE "0" TO HOLD-TBL-FULL
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ DEADLINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF DL-REC-TYPE = "R"
                               AND DL-OPERATOR-ID = OLD-ID
                           IF HOLD-COUNT < HOLD-MAX
                               ADD 1 TO HOLD-COUNT
                               MOVE DEADLINE-RECORD
                                   TO HOLD-RECORD (HOLD-COUNT)
                           ELSE
                               MOVE "1" TO HOLD-TBL-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               PERFORM MERGE-ONE-REMINDER-PROCEDURE
           END-PERFORM

           CLOSE DEADLINE-FILE
           PERFORM HOLD-FULL-NOTICE-PROCEDURE.

       MERGE-ONE-REMINDER-PROCEDURE.
           MOVE HOLD-RECORD (HOLD-IDX) TO DEADLINE-RECORD
           READ DEADLINE-FILE LOCK
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE DEADLINE-RECORD TO BEFORE-IMAGE
           DELETE DEADLINE-FILE RECORD
           MOVE "*REMOVED*" TO AFTER-IMAGE
           PERFORM LIST-TOUCH-PROCEDURE
           ADD 1 TO CT-REMOVED (DLN-FILE)

           MOVE HOLD-RECORD (HOLD-IDX) TO DEADLINE-RECORD
           MOVE KEEP-ID TO DL-OPERATOR-ID
           READ DEADLINE-FILE LOCK
               INVALID KEY
                   MOVE HOLD-RECORD (HOLD-IDX) TO DEADLINE-RECORD
                   MOVE KEEP-ID TO DL-OPERATOR-ID
                   WRITE DEADLINE-RECORD
                   MOVE "*NEW*" TO BEFORE-IMAGE
                   MOVE DEADLINE-RECORD TO AFTER-IMAGE
                   PERFORM LIST-TOUCH-PROCEDURE
                   ADD 1 TO CT-ADDED (DLN-FILE)
           END-READ.

      *----Whatever did not fit the work table is still under the old
      *----id. A second run of the same merge picks it up.
       HOLD-FULL-NOTICE-PROCEDURE.
           IF HOLD-TBL-FULL = "1"
               MOVE "1" TO MERGE-INCOMPLETE
               DISPLAY "NOTICE: MORE " FUNCTION TRIM (LIST-FILE-NAME)
                   " RECORDS FOR " FUNCTION TRIM (OLD-ID)
                   " THAN ONE RUN RE-KEYS - RUN THE SAME MERGE AGAIN"
                   " FOR THE REST."
           END-IF.

      *----One count pass per file, filling the AFTER column. Run once
      *----before the changes (and copied to BEFORE) and once after.
       COUNT-ALL-FILES-PROCEDURE.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
                   UNTIL FILE-IDX > FILE-MAX
               MOVE 0 TO CT-AFTER (FILE-IDX)
           END-PERFORM

           OPEN INPUT OPER-REG-FILE
           IF OPER-REG-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ OPER-REG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO CT-AFTER (REG-FILE)
                   END-READ
               END-PERFORM
               CLOSE OPER-REG-FILE
           END-IF

           OPEN INPUT RATINGS-FILE
           IF RATINGS-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ RATINGS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO CT-AFTER (RAT-FILE)
                   END-READ
               END-PERFORM
               CLOSE RATINGS-FILE
           END-IF

           OPEN INPUT PROFILE-FILE
           IF PROFILE-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PROFILE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO CT-AFTER (PRF-FILE)
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF

           OPEN INPUT AWARDS-FILE
           IF AWARDS-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ AWARDS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO CT-AFTER (AWD-FILE)
                   END-READ
               END-PERFORM
               CLOSE AWARDS-FILE
           END-IF

           PERFORM LOAD-LADDER-PROCEDURE
           MOVE RUNG-COUNT TO CT-AFTER (LAD-FILE)

           OPEN INPUT CHALLENGE-FILE
           IF CHALLENGE-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CHALLENGE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO CT-AFTER (CHL-FILE)
                   END-READ
               END-PERFORM
               CLOSE CHALLENGE-FILE
           END-IF

           OPEN INPUT BRACKET-FILE
           IF BRACKET-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ BRACKET-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO CT-AFTER (BRK-FILE)
                   END-READ
               END-PERFORM
               CLOSE BRACKET-FILE
           END-IF

           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ GAME-LOG-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO CT-AFTER (LOG-FILE)
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-FILE
           END-IF

           OPEN INPUT SEASON-HISTORY-FILE
           IF SEASONHS-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SEASON-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO CT-AFTER (SHS-FILE)
                   END-READ
               END-PERFORM
               CLOSE SEASON-HISTORY-FILE
           END-IF

           OPEN INPUT SYSCTL-FILE
           IF SYSCTL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SYSCTL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO CT-AFTER (CTL-FILE)
                   END-READ
               END-PERFORM
               CLOSE SYSCTL-FILE
           END-IF

           OPEN INPUT DEADLINE-FILE
           IF DEADLINE-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ DEADLINE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO CT-AFTER (DLN-FILE)
                   END-READ
               END-PERFORM
               CLOSE DEADLINE-FILE
           END-IF.

       PRINT-CONTROL-TOTALS-PROCEDURE.
           DISPLAY " "
           DISPLAY "===== CONTROL TOTALS ====="
           IF RUN-ACTION = "M"
               DISPLAY "MERGED " OLD-ID " INTO " KEEP-ID
           ELSE
               DISPLAY "RETIRED " OLD-ID
           END-IF
           DISPLAY "FILE      BEFORE   CHANGED  REMOVED  ADDED"
               "    AFTER"

           PERFORM VARYING FILE-IDX FROM 1 BY 1
                   UNTIL FILE-IDX > FILE-MAX
               COMPUTE BALANCE-CHECK = CT-BEFORE (FILE-IDX)
                   - CT-REMOVED (FILE-IDX) + CT-ADDED (FILE-IDX)
                   - CT-AFTER (FILE-IDX)
               IF BALANCE-CHECK = 0
                   DISPLAY FILE-NAME (FILE-IDX) "  "
                       CT-BEFORE (FILE-IDX) "  "
                       CT-CHANGED (FILE-IDX) "  "
                       CT-REMOVED (FILE-IDX) "  "
                       CT-ADDED (FILE-IDX) "  "
                       CT-AFTER (FILE-IDX)
               ELSE
                   MOVE "1" TO OUT-OF-BALANCE
                   DISPLAY FILE-NAME (FILE-IDX) "  "
                       CT-BEFORE (FILE-IDX) "  "
                       CT-CHANGED (FILE-IDX) "  "
                       CT-REMOVED (FILE-IDX) "  "
                       CT-ADDED (FILE-IDX) "  "
                       CT-AFTER (FILE-IDX) "  OUT OF BALANCE"
               END-IF
           END-PERFORM

           DISPLAY " "
           IF OUT-OF-BALANCE = "1"
               DISPLAY "CONTROL TOTALS DO NOT BALANCE - CHECK THE"
                   " FILES MARKED ABOVE BEFORE ANY OTHER RUN."
           ELSE
               DISPLAY "ALL FILES BALANCE - NOTHING LOST."
           END-IF
           IF MERGE-INCOMPLETE = "1"
               DISPLAY "MERGE INCOMPLETE - RERUN THE SAME MERGE TO"
                   " MOVE WHAT IS STILL UNDER "
                   FUNCTION TRIM (OLD-ID) "."
           END-IF.

      *----The merge or retire goes on the shared journal against the
      *----id that was taken out of play.
       WRITE-JOURNAL-PROCEDURE.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           ACCEPT SJ-DATE FROM DATE YYYYMMDD
           ACCEPT SJ-TIME FROM TIME
           IF RUN-ACTION = "M"
               MOVE "MERGE" TO SJ-EVENT
           ELSE
               MOVE "RETIRE" TO SJ-EVENT
           END-IF
           MOVE "OPERMRG" TO SJ-PROGRAM
           MOVE TERMINAL-ID TO SJ-TERMINAL-ID
           MOVE OPERATOR-ID TO SJ-OPERATOR-ID
           MOVE OLD-ID TO SJ-TARGET-ID
           MOVE SPACES TO SJ-DETAIL
           IF RUN-ACTION = "M"
               STRING "INTO " DELIMITED BY SIZE
                       KEEP-ID DELIMITED BY SIZE
                   INTO SJ-DETAIL
           END-IF
           WRITE SECURITY-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

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

       END PROGRAM OPERMRG.
