      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: SYSTEM-CONTROL MAINTENANCE - SHOW THE BATCH WINDOW IN
      *          SYSCTL.DAT, CLOSE IT BY HAND FOR PLANNED MAINTENANCE,
      *          FORCE IT OPEN AGAIN WHEN A BATCH PROGRAM DIED WHILE
      *          HOLDING IT, AND KEEP THE BROADCAST MESSAGES THE GAME
      *          SHOWS AT SIGN-ON - ADD ONE WITH ITS EFFECTIVE AND
      *          EXPIRY DATES, LIST THEM, DELETE ONE, OR PURGE THE
      *          EXPIRED ONES ALONG WITH THEIR SEEN MARKS. DEADLINE
      *          REMINDERS ADDRESSED TO ONE OPERATOR ARE LISTED,
      *          DELETED AND PURGED THE SAME WAY. THE CHALLENGE
      *          LADDER'S RESPONSE AND PLAY-BY DEADLINES, WHICH THE
      *          DLSWEEP SWEEP ENFORCES, ARE SHOWN AND SET HERE TOO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SYSMAINT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *----The terminals read the control file at every sign-on
      *----while it is open here - the lock mode keeps the opens
      *----shareable.
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
       FD  SYSCTL-FILE.
           COPY SYSCTL.

       FD  DEADLINE-FILE.
           COPY DEADLINE.

       FD  JOURNAL-FILE.
           COPY SECJRNL.

       WORKING-STORAGE SECTION.
       77  SYSCTL-STATUS    PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".

       77  MENU-ANSWER      PIC X(1).
       77  CONFIRM-ANSWER   PIC X(1).
       77  DATE-ANSWER      PIC X(8).
       77  NUMBER-ANSWER    PIC X(4).
       77  TODAY-DATE       PIC 9(8).
       77  CURRENT-TIME     PIC 9(8).
       77  WORK-MSG-NO      PIC 9(4) VALUE 0.
       77  HIGH-MSG-NO      PIC 9(4) VALUE 0.
       77  WORK-DATE        PIC 9(8) VALUE 0.
       77  WORK-EFFECTIVE   PIC 9(8) VALUE 0.
       77  WORK-EXPIRY      PIC 9(8) VALUE 0.
       77  WORK-TEXT        PIC X(60).
       77  DATE-OK-FLAG     PIC X(1).
       77  PRIOR-HOLDER     PIC X(8).
       77  LISTED-COUNT     PIC 999 VALUE 0.
       77  CONTROL-NOT-FOUND PIC X(1).
       77  SEEN-REMOVED     PIC 9(5) VALUE 0.
       77  PURGE-COUNT      PIC 99 VALUE 0.
       77  PURGE-IDX        PIC 99 VALUE 0.
       77  PURGE-TBL-FULL   PIC X(1) VALUE "0".
       77  BROADCAST-STATE  PIC X(8).
       77  BROADCAST-FOUND  PIC X(1).
       77  ADDRESSEE        PIC X(10).

      *----The ladder's deadlines as they stand on DEADLINE.DAT.
       77  DEADLINE-STATUS  PIC X(2).
       77  DEADLINES-FOUND  PIC X(1) VALUE "0".
       77  RESPOND-DAYS     PIC 9(3) VALUE 0.
       77  PLAY-DAYS        PIC 9(3) VALUE 0.
       77  REMIND-DAYS      PIC 9(2) VALUE 0.
       77  DAYS-ANSWER      PIC X(3).
       77  DAYS-OK-FLAG     PIC X(1).
       77  WORK-DAYS        PIC 9(3).

       78  PURGE-MAX VALUE 50.

       01  PURGE-TABLE.
           05 PURGE-ENTRY OCCURS 50 TIMES.
               10 PG-MSG-NO    PIC 9(4) VALUE 0.

      *----Who opened or closed the window, changed a broadcast or
      *----set the ladder deadlines, from which terminal and when,
      *----goes on the shared journal.
       77  JOURNAL-STATUS   PIC X(2).
       77  OPERATOR-ID      PIC X(10) VALUE SPACES.
       77  TERMINAL-ID      PIC X(8) VALUE SPACES.
       77  JOURNAL-EVENT    PIC X(8).
       77  JOURNAL-DETAIL   PIC X(20).

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
           PERFORM OPEN-CONTROL-FILE-PROCEDURE

           PERFORM FOREVER
               DISPLAY " "
               DISPLAY "===== SYSTEM CONTROL MAINTENANCE ====="
               DISPLAY "W = SHOW THE BATCH WINDOW"
               DISPLAY "C = CLOSE THE WINDOW FOR MAINTENANCE"
               DISPLAY "O = FORCE THE WINDOW OPEN"
               DISPLAY "A = ADD A BROADCAST MESSAGE"
               DISPLAY "L = LIST BROADCAST MESSAGES"
               DISPLAY "D = DELETE A BROADCAST MESSAGE"
               DISPLAY "P = PURGE EXPIRED BROADCASTS"
               DISPLAY "T = SHOW OR SET THE LADDER CHALLENGE DEADLINES"
               DISPLAY "Q = QUIT"
               DISPLAY "CHOICE: "
               ACCEPT MENU-ANSWER

               EVALUATE FUNCTION UPPER-CASE (MENU-ANSWER)
                   WHEN "W"
                       PERFORM SHOW-WINDOW-PROCEDURE
                   WHEN "C"
                       PERFORM CLOSE-WINDOW-PROCEDURE
                   WHEN "O"
                       PERFORM FORCE-OPEN-PROCEDURE
                   WHEN "A"
                       PERFORM ADD-BROADCAST-PROCEDURE
                   WHEN "L"
                       PERFORM LIST-BROADCASTS-PROCEDURE
                   WHEN "D"
                       PERFORM DELETE-BROADCAST-PROCEDURE
                   WHEN "P"
                       PERFORM PURGE-EXPIRED-PROCEDURE
                   WHEN "T"
                       PERFORM SET-DEADLINES-PROCEDURE
                   WHEN "Q"
                       EXIT PERFORM
                   WHEN OTHER
                       DISPLAY "PLEASE ANSWER W, C, O, A, L, D, P,"
                           " T OR Q."
               END-EVALUATE
           END-PERFORM

           CLOSE SYSCTL-FILE

           STOP RUN.

       OPEN-CONTROL-FILE-PROCEDURE.
           OPEN I-O SYSCTL-FILE
           IF SYSCTL-STATUS = "35"
               OPEN OUTPUT SYSCTL-FILE
               CLOSE SYSCTL-FILE
               OPEN I-O SYSCTL-FILE
           END-IF

           IF SYSCTL-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN SYSCTL.DAT - STATUS "
                   SYSCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----The control record is built open on first use, the same
      *----way SYSWIN builds it.
       READ-CONTROL-RECORD-PROCEDURE.
           MOVE "C" TO SC-REC-TYPE
           MOVE 0 TO SC-MSG-NO
           MOVE SPACES TO SC-OPERATOR-ID
           MOVE "0" TO CONTROL-NOT-FOUND
           READ SYSCTL-FILE LOCK
               INVALID KEY
                   MOVE "1" TO CONTROL-NOT-FOUND
           END-READ

           IF CONTROL-NOT-FOUND = "1"
               INITIALIZE SYSTEM-CONTROL-RECORD
               MOVE "C" TO SC-REC-TYPE
               MOVE 0 TO SC-MSG-NO
               MOVE SPACES TO SC-OPERATOR-ID
               MOVE "O" TO SC-WINDOW-STATE
               MOVE SPACES TO SC-CLOSED-BY
               PERFORM STAMP-CONTROL-RECORD-PROCEDURE
               WRITE SYSTEM-CONTROL-RECORD
               READ SYSCTL-FILE LOCK
           END-IF.

       STAMP-CONTROL-RECORD-PROCEDURE.
           ACCEPT SC-STATE-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           DIVIDE CURRENT-TIME BY 100 GIVING SC-STATE-TIME.

       SHOW-WINDOW-PROCEDURE.
           PERFORM READ-CONTROL-RECORD-PROCEDURE
           UNLOCK SYSCTL-FILE

           IF SC-WINDOW-STATE = "C"
               DISPLAY "BATCH WINDOW CLOSED BY "
                   FUNCTION TRIM (SC-CLOSED-BY) " SINCE "
                   SC-STATE-DATE " " SC-STATE-TIME
                   " - NO NEW GAMES START."
           ELSE
               DISPLAY "BATCH WINDOW OPEN SINCE " SC-STATE-DATE " "
                   SC-STATE-TIME " - THE TERMINALS ARE IN PLAY."
           END-IF.

       CLOSE-WINDOW-PROCEDURE.
           PERFORM READ-CONTROL-RECORD-PROCEDURE

           IF SC-WINDOW-STATE = "C"
               DISPLAY "THE WINDOW IS ALREADY CLOSED BY "
                   FUNCTION TRIM (SC-CLOSED-BY) "."
               UNLOCK SYSCTL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO SC-WINDOW-STATE
           MOVE "SYSMAINT" TO SC-CLOSED-BY
           PERFORM STAMP-CONTROL-RECORD-PROCEDURE
           REWRITE SYSTEM-CONTROL-RECORD
           DISPLAY "BATCH WINDOW CLOSED - NO NEW GAMES START UNTIL IT"
               " IS OPENED HERE AGAIN."

           MOVE "WINDOW" TO JOURNAL-EVENT
           MOVE "CLOSED" TO JOURNAL-DETAIL
           PERFORM WRITE-JOURNAL-PROCEDURE.

      *----Normally the program that closed the window reopens it. A
      *----batch program that abended leaves it closed in its name -
      *----rerun that program, or force it open here once it is
      *----certain nothing is still rewriting the files.
       FORCE-OPEN-PROCEDURE.
           PERFORM READ-CONTROL-RECORD-PROCEDURE

           IF SC-WINDOW-STATE NOT = "C"
               DISPLAY "THE WINDOW IS ALREADY OPEN."
               UNLOCK SYSCTL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SC-CLOSED-BY TO PRIOR-HOLDER
           IF PRIOR-HOLDER NOT = "SYSMAINT"
               DISPLAY "THE WINDOW IS HELD BY "
                   FUNCTION TRIM (PRIOR-HOLDER) " SINCE "
                   SC-STATE-DATE " " SC-STATE-TIME "."
               DISPLAY "OPEN IT ONLY IF " FUNCTION TRIM (PRIOR-HOLDER)
                   " IS NO LONGER RUNNING. OPEN IT? (Y/N): "
               ACCEPT CONFIRM-ANSWER
               IF FUNCTION UPPER-CASE (CONFIRM-ANSWER) NOT = "Y"
                   DISPLAY "WINDOW LEFT CLOSED."
                   UNLOCK SYSCTL-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "O" TO SC-WINDOW-STATE
           MOVE SPACES TO SC-CLOSED-BY
           PERFORM STAMP-CONTROL-RECORD-PROCEDURE
           REWRITE SYSTEM-CONTROL-RECORD
           DISPLAY "BATCH WINDOW OPEN - THE TERMINALS MAY START GAMES."

           MOVE "WINDOW" TO JOURNAL-EVENT
           MOVE SPACES TO JOURNAL-DETAIL
           STRING "OPENED FROM " PRIOR-HOLDER
               DELIMITED BY SIZE INTO JOURNAL-DETAIL
           PERFORM WRITE-JOURNAL-PROCEDURE.

       ADD-BROADCAST-PROCEDURE.
           DISPLAY "MESSAGE TEXT (UP TO 60 CHARACTERS): "
           ACCEPT WORK-TEXT
           IF WORK-TEXT = SPACES
               DISPLAY "A BROADCAST NEEDS SOME TEXT."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "EFFECTIVE DATE (YYYYMMDD, ENTER FOR TODAY): "
           PERFORM ACCEPT-DATE-PROCEDURE
           IF DATE-OK-FLAG NOT = "1"
               EXIT PARAGRAPH
           END-IF
           IF DATE-ANSWER = SPACES
               MOVE TODAY-DATE TO WORK-EFFECTIVE
           ELSE
               MOVE DATE-ANSWER TO WORK-EFFECTIVE
           END-IF

           DISPLAY "EXPIRY DATE (YYYYMMDD, ENTER FOR THE SAME DAY): "
           PERFORM ACCEPT-DATE-PROCEDURE
           IF DATE-OK-FLAG NOT = "1"
               EXIT PARAGRAPH
           END-IF
           IF DATE-ANSWER = SPACES
               MOVE WORK-EFFECTIVE TO WORK-EXPIRY
           ELSE
               MOVE DATE-ANSWER TO WORK-EXPIRY
           END-IF

           IF WORK-EXPIRY < WORK-EFFECTIVE
               DISPLAY "THE EXPIRY DATE IS BEFORE THE EFFECTIVE DATE"
                   " - NOTHING ADDED."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-HIGH-MSG-NO-PROCEDURE
           IF HIGH-MSG-NO >= 9999
               DISPLAY "BROADCAST NUMBERS ARE USED UP - PURGE OR"
                   " DELETE OLD MESSAGES FIRST."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WORK-MSG-NO = HIGH-MSG-NO + 1

           INITIALIZE SYSTEM-CONTROL-RECORD
           MOVE "B" TO SC-REC-TYPE
           MOVE WORK-MSG-NO TO SC-MSG-NO
           MOVE SPACES TO SC-OPERATOR-ID
           MOVE WORK-EFFECTIVE TO SC-EFFECTIVE-DATE
           MOVE WORK-EXPIRY TO SC-EXPIRY-DATE
           MOVE WORK-TEXT TO SC-MESSAGE-TEXT
           WRITE SYSTEM-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "BROADCAST " WORK-MSG-NO
                       " COULD NOT BE ADDED - STATUS " SYSCTL-STATUS
                   EXIT PARAGRAPH
           END-WRITE

           DISPLAY "BROADCAST " WORK-MSG-NO " ADDED - SHOWN FROM "
               WORK-EFFECTIVE " THROUGH " WORK-EXPIRY "."

           MOVE "BCAST" TO JOURNAL-EVENT
           MOVE SPACES TO JOURNAL-DETAIL
           STRING "ADD " WORK-MSG-NO
               DELIMITED BY SIZE INTO JOURNAL-DETAIL
           PERFORM WRITE-JOURNAL-PROCEDURE.

      *----A blank answer takes the default the prompt names.
       ACCEPT-DATE-PROCEDURE.
           MOVE "0" TO DATE-OK-FLAG
           ACCEPT DATE-ANSWER

           IF DATE-ANSWER = SPACES
               MOVE "1" TO DATE-OK-FLAG
               EXIT PARAGRAPH
           END-IF

           IF DATE-ANSWER NOT NUMERIC
               DISPLAY "DATE MUST BE EIGHT DIGITS - NOTHING ADDED."
               EXIT PARAGRAPH
           END-IF
           MOVE DATE-ANSWER TO WORK-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD (WORK-DATE) NOT = 0
               DISPLAY "NO SUCH DATE " DATE-ANSWER
                   " - NOTHING ADDED."
               EXIT PARAGRAPH
           END-IF

           MOVE "1" TO DATE-OK-FLAG.

      *----Broadcast records are keyed in number order ahead of the
      *----control record - the last one read is the highest.
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

       LIST-BROADCASTS-PROCEDURE.
           DISPLAY " "
           DISPLAY "===== BROADCAST MESSAGES ====="
           DISPLAY "NO.  EFFECTIVE EXPIRES  STATE    TO         TEXT"
           MOVE 0 TO LISTED-COUNT

           MOVE "B" TO SC-REC-TYPE
           MOVE 0 TO SC-MSG-NO
           MOVE SPACES TO SC-OPERATOR-ID
           START SYSCTL-FILE KEY NOT < SC-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
               READ SYSCTL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SC-REC-TYPE NOT = "B"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO LISTED-COUNT
                           EVALUATE TRUE
                               WHEN SC-EFFECTIVE-DATE > TODAY-DATE
                                   MOVE "WAITING" TO BROADCAST-STATE
                               WHEN SC-EXPIRY-DATE < TODAY-DATE
                                   MOVE "EXPIRED" TO BROADCAST-STATE
                               WHEN OTHER
                                   MOVE "SHOWING" TO BROADCAST-STATE
                           END-EVALUATE
                           IF SC-OPERATOR-ID = SPACES
                               MOVE "ALL" TO ADDRESSEE
                           ELSE
                               MOVE SC-OPERATOR-ID TO ADDRESSEE
                           END-IF
                           DISPLAY SC-MSG-NO " " SC-EFFECTIVE-DATE " "
                               SC-EXPIRY-DATE " " BROADCAST-STATE " "
                               ADDRESSEE " "
                               FUNCTION TRIM (SC-MESSAGE-TEXT)
                       END-IF
               END-READ
           END-PERFORM

           IF LISTED-COUNT = 0
               DISPLAY "(NO BROADCAST MESSAGES)"
           END-IF.

       DELETE-BROADCAST-PROCEDURE.
           DISPLAY "BROADCAST NUMBER TO DELETE: "
           ACCEPT NUMBER-ANSWER
           IF FUNCTION TRIM (NUMBER-ANSWER) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL (NUMBER-ANSWER) NOT = 0
               DISPLAY "NOT A BROADCAST NUMBER."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (NUMBER-ANSWER) TO WORK-MSG-NO

           PERFORM FIND-BROADCAST-PROCEDURE
           IF BROADCAST-FOUND NOT = "1"
               DISPLAY "NO BROADCAST " WORK-MSG-NO " ON FILE."
               EXIT PARAGRAPH
           END-IF
           READ SYSCTL-FILE LOCK
               INVALID KEY
                   DISPLAY "NO BROADCAST " WORK-MSG-NO " ON FILE."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "DELETE " WORK-MSG-NO ": "
               FUNCTION TRIM (SC-MESSAGE-TEXT) " (Y/N): "
           ACCEPT CONFIRM-ANSWER
           IF FUNCTION UPPER-CASE (CONFIRM-ANSWER) NOT = "Y"
               DISPLAY "NOTHING DELETED."
               UNLOCK SYSCTL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO SEEN-REMOVED
           PERFORM REMOVE-BROADCAST-PROCEDURE
           DISPLAY "BROADCAST " WORK-MSG-NO " DELETED WITH "
               SEEN-REMOVED " SEEN MARK(S)."

           MOVE "BCAST" TO JOURNAL-EVENT
           MOVE SPACES TO JOURNAL-DETAIL
           STRING "DELETE " WORK-MSG-NO
               DELIMITED BY SIZE INTO JOURNAL-DETAIL
           PERFORM WRITE-JOURNAL-PROCEDURE.

      *----A reminder carries its operator in the key, so the
      *----message is found by its number alone - the first record
      *----at or after the number, if it has that number.
       FIND-BROADCAST-PROCEDURE.
           MOVE "0" TO BROADCAST-FOUND

           MOVE "B" TO SC-REC-TYPE
           MOVE WORK-MSG-NO TO SC-MSG-NO
           MOVE SPACES TO SC-OPERATOR-ID
           START SYSCTL-FILE KEY NOT < SC-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ SYSCTL-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           IF SC-REC-TYPE = "B" AND SC-MSG-NO = WORK-MSG-NO
               MOVE "1" TO BROADCAST-FOUND
           END-IF.

      *----The message and every operator's seen mark for it go
      *----together - a seen mark left behind would hide a new
      *----message that later took the same number.
       REMOVE-BROADCAST-PROCEDURE.
           PERFORM FIND-BROADCAST-PROCEDURE
           IF BROADCAST-FOUND = "1"
               DELETE SYSCTL-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF

           MOVE "S" TO SC-REC-TYPE
           MOVE WORK-MSG-NO TO SC-MSG-NO
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
                       IF SC-REC-TYPE NOT = "S"
                               OR SC-MSG-NO NOT = WORK-MSG-NO
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           DELETE SYSCTL-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           ADD 1 TO SEEN-REMOVED
                       END-IF
               END-READ
           END-PERFORM.

       PURGE-EXPIRED-PROCEDURE.
           MOVE 0 TO PURGE-COUNT
           MOVE "0" TO PURGE-TBL-FULL

           MOVE "B" TO SC-REC-TYPE
           MOVE 0 TO SC-MSG-NO
           MOVE SPACES TO SC-OPERATOR-ID
           START SYSCTL-FILE KEY NOT < SC-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
               READ SYSCTL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SC-REC-TYPE NOT = "B"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF SC-EXPIRY-DATE < TODAY-DATE
                               IF PURGE-COUNT < PURGE-MAX
                                   ADD 1 TO PURGE-COUNT
                                   MOVE SC-MSG-NO
                                       TO PG-MSG-NO (PURGE-COUNT)
                               ELSE
                                   MOVE "1" TO PURGE-TBL-FULL
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF PURGE-COUNT = 0
               DISPLAY "NO EXPIRED BROADCASTS TO PURGE."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO SEEN-REMOVED
           PERFORM VARYING PURGE-IDX FROM 1 BY 1
                   UNTIL PURGE-IDX > PURGE-COUNT
               MOVE PG-MSG-NO (PURGE-IDX) TO WORK-MSG-NO
               PERFORM REMOVE-BROADCAST-PROCEDURE
           END-PERFORM

           DISPLAY PURGE-COUNT " EXPIRED BROADCAST(S) PURGED WITH "
               SEEN-REMOVED " SEEN MARK(S)."
           IF PURGE-TBL-FULL = "1"
               DISPLAY "NOTICE: MORE EXPIRED BROADCASTS THAN THE WORK"
                   " TABLE HOLDS - PURGE AGAIN FOR THE REST."
           END-IF

           MOVE "BCAST" TO JOURNAL-EVENT
           MOVE SPACES TO JOURNAL-DETAIL
           STRING "PURGE " PURGE-COUNT
               DELIMITED BY SIZE INTO JOURNAL-DETAIL
           PERFORM WRITE-JOURNAL-PROCEDURE.

      *----No settings record means the ladder has no deadlines and
      *----challenges wait as long as it takes.
       READ-DEADLINES-PROCEDURE.
           MOVE "0" TO DEADLINES-FOUND
           MOVE 0 TO RESPOND-DAYS PLAY-DAYS REMIND-DAYS

           OPEN INPUT DEADLINE-FILE
           IF DEADLINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "L" TO DL-SCOPE
           MOVE "S" TO DL-REC-TYPE
           MOVE 0 TO DL-ITEM-KEY
           MOVE SPACE TO DL-DEADLINE
           MOVE SPACES TO DL-OPERATOR-ID
           READ DEADLINE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "1" TO DEADLINES-FOUND
                   MOVE DL-RESPOND-DAYS TO RESPOND-DAYS
                   MOVE DL-PLAY-DAYS TO PLAY-DAYS
                   MOVE DL-REMIND-DAYS TO REMIND-DAYS
           END-READ

           CLOSE DEADLINE-FILE.

      *----The challenged operator has the response days to accept
      *----or decline, and the game must be decided within the
      *----play-by days of the posting. DLSWEEP enforces both and
      *----sends the reminders the given days ahead.
       SET-DEADLINES-PROCEDURE.
           PERFORM READ-DEADLINES-PROCEDURE

           DISPLAY " "
           DISPLAY "===== CHALLENGE DEADLINES ====="
           IF DEADLINES-FOUND = "1"
               DISPLAY "ANSWER WITHIN  : " RESPOND-DAYS " DAYS"
               DISPLAY "DECIDE WITHIN  : " PLAY-DAYS " DAYS"
               DISPLAY "REMINDER SENT  : " REMIND-DAYS " DAYS AHEAD"
               DISPLAY "(ZERO DAYS MEANS NO DEADLINE)"
           ELSE
               DISPLAY "(NO DEADLINES SET - CHALLENGES NEVER EXPIRE)"
           END-IF

           DISPLAY "CHANGE THEM? (Y/N): "
           ACCEPT CONFIRM-ANSWER
           IF FUNCTION UPPER-CASE (CONFIRM-ANSWER) NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "DAYS TO ANSWER A CHALLENGE (ENTER TO KEEP "
               RESPOND-DAYS "): "
           PERFORM ACCEPT-DAYS-PROCEDURE
           IF DAYS-OK-FLAG NOT = "1"
               EXIT PARAGRAPH
           END-IF
           IF DAYS-ANSWER NOT = SPACES
               MOVE WORK-DAYS TO RESPOND-DAYS
           END-IF

           DISPLAY "DAYS TO DECIDE IT FROM POSTING (ENTER TO KEEP "
               PLAY-DAYS "): "
           PERFORM ACCEPT-DAYS-PROCEDURE
           IF DAYS-OK-FLAG NOT = "1"
               EXIT PARAGRAPH
           END-IF
           IF DAYS-ANSWER NOT = SPACES
               MOVE WORK-DAYS TO PLAY-DAYS
           END-IF

           DISPLAY "DAYS AHEAD TO SEND REMINDERS (ENTER TO KEEP "
               REMIND-DAYS "): "
           PERFORM ACCEPT-DAYS-PROCEDURE
           IF DAYS-OK-FLAG NOT = "1"
               EXIT PARAGRAPH
           END-IF
           IF DAYS-ANSWER NOT = SPACES
               IF WORK-DAYS > 99
                   DISPLAY "REMINDERS GO AT MOST 99 DAYS AHEAD -"
                       " NOTHING CHANGED."
                   EXIT PARAGRAPH
               END-IF
               MOVE WORK-DAYS TO REMIND-DAYS
           END-IF

           IF PLAY-DAYS > 0 AND PLAY-DAYS < RESPOND-DAYS
               DISPLAY "THE GAME CANNOT BE DUE BEFORE THE ANSWER IS -"
                   " NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-DEADLINES-PROCEDURE.

      *----A blank answer keeps the value the prompt names.
       ACCEPT-DAYS-PROCEDURE.
           MOVE "0" TO DAYS-OK-FLAG
           MOVE SPACES TO DAYS-ANSWER
           ACCEPT DAYS-ANSWER

           IF DAYS-ANSWER = SPACES
               MOVE "1" TO DAYS-OK-FLAG
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL (DAYS-ANSWER) NOT = 0
               DISPLAY "DAYS MUST BE A NUMBER FROM 0 TO 999 -"
                   " NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (DAYS-ANSWER) < 0
               DISPLAY "DAYS MUST BE A NUMBER FROM 0 TO 999 -"
                   " NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL (DAYS-ANSWER) TO WORK-DAYS
           MOVE "1" TO DAYS-OK-FLAG.

       WRITE-DEADLINES-PROCEDURE.
           OPEN I-O DEADLINE-FILE
           IF DEADLINE-STATUS = "35"
               OPEN OUTPUT DEADLINE-FILE
               CLOSE DEADLINE-FILE
               OPEN I-O DEADLINE-FILE
           END-IF

           IF DEADLINE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN DEADLINE.DAT - STATUS "
                   DEADLINE-STATUS " - NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF

           MOVE "L" TO DL-SCOPE
           MOVE "S" TO DL-REC-TYPE
           MOVE 0 TO DL-ITEM-KEY
           MOVE SPACE TO DL-DEADLINE
           MOVE SPACES TO DL-OPERATOR-ID
           READ DEADLINE-FILE LOCK
               INVALID KEY
                   MOVE "0" TO DEADLINES-FOUND
               NOT INVALID KEY
                   MOVE "1" TO DEADLINES-FOUND
           END-READ

           MOVE SPACES TO DL-SETTINGS-DATA
           MOVE RESPOND-DAYS TO DL-RESPOND-DAYS
           MOVE PLAY-DAYS TO DL-PLAY-DAYS
           MOVE REMIND-DAYS TO DL-REMIND-DAYS
           ACCEPT DL-SET-DATE FROM DATE YYYYMMDD
           MOVE OPERATOR-ID TO DL-SET-BY
           IF DEADLINES-FOUND = "1"
               REWRITE DEADLINE-RECORD
           ELSE
               WRITE DEADLINE-RECORD
           END-IF

           CLOSE DEADLINE-FILE
           DISPLAY "CHALLENGE DEADLINES SET."

           MOVE "DEADLINE" TO JOURNAL-EVENT
           MOVE SPACES TO JOURNAL-DETAIL
           STRING "LADDER " RESPOND-DAYS "/" PLAY-DAYS "/"
                   REMIND-DAYS
               DELIMITED BY SIZE INTO JOURNAL-DETAIL
           PERFORM WRITE-JOURNAL-PROCEDURE.

       WRITE-JOURNAL-PROCEDURE.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           ACCEPT SJ-DATE FROM DATE YYYYMMDD
           ACCEPT SJ-TIME FROM TIME
           MOVE JOURNAL-EVENT TO SJ-EVENT
           MOVE "SYSMAINT" TO SJ-PROGRAM
           MOVE TERMINAL-ID TO SJ-TERMINAL-ID
           MOVE OPERATOR-ID TO SJ-OPERATOR-ID
           MOVE SPACES TO SJ-TARGET-ID
           MOVE JOURNAL-DETAIL TO SJ-DETAIL
           WRITE SECURITY-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

       END PROGRAM SYSMAINT.
