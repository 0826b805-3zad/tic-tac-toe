               LOCK MODE IS MANUAL
               FILE STATUS IS AWARDS-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "SECJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

      *----The batch window and the sign-on broadcasts - the batch
      *----programs close the window while they rewrite the files
      *----this game writes to.
           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS SYSCTL-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  AWARDS-FILE.
           COPY AWARDS.

       FD  JOURNAL-FILE.
           COPY SECJRNL.

       FD  SYSCTL-FILE.
           COPY SYSCTL.

       FD  MOVE-XCHG-FILE.
       01  MOVE-XCHG-RECORD.
           05 MX-SEQ           PIC 9(4).
       77  PIN-ANSWER         PIC X(4).
       77  VERIFY-OK-FLAG     PIC X(1) VALUE "0".

      *----Every sign-on check is journaled against the terminal it
      *----came from, so the SECEXCP report can follow an id across
      *----the floor.
       77  JOURNAL-STATUS     PIC X(2).
       77  TERMINAL-ID        PIC X(8) VALUE SPACES.
       77  JOURNAL-EVENT      PIC X(8).
       77  JOURNAL-DETAIL     PIC X(20).

       77  CHALLENGE-STATUS   PIC X(2).
       77  LADDER-STATUS      PIC X(2).
       77  CHALLENGE-MODE-FLAG PIC X(1) VALUE "0".
       77  AWARD-TEXT         PIC X(40).
       77  AWARDS-EOF         PIC X(1).
       77  EFFECTIVE-SKILL    PIC X(1) VALUE SPACE.
       77  SYSCTL-STATUS      PIC X(2).
       77  WINDOW-CLOSED-FLAG PIC X(1) VALUE "0".
       77  WINDOW-CLOSED-BY   PIC X(8) VALUE SPACES.
       77  WINDOW-WARNED-FLAG PIC X(1) VALUE "0".
       77  BROADCAST-EOF      PIC X(1).
       77  BROADCAST-COUNT    PIC 99 VALUE 0.
       77  BROADCAST-IDX      PIC 99 VALUE 0.

       78  BROADCAST-MAX VALUE 20.

       77  OPERATOR-RATING    PIC 9(4) VALUE 0.
       77  HUMAN-WIN-STREAK   PIC 99 VALUE 0.
       77  HUMAN-LOSS-STREAK  PIC 99 VALUE 0.

       77  BOARD-DIM PIC 9 VALUE 3.

       01  BROADCAST-TABLE.
           05 BROADCAST-ENTRY OCCURS 20 TIMES.
               10 BT-MSG-NO    PIC 9(4).
               10 BT-TEXT      PIC X(60).

       01  TIC-TAC-TOE-BOARD.
           05 ROW OCCURS 3 TO 5 TIMES DEPENDING ON BOARD-DIM.
               10 CELL OCCURS 3 TO 5 TIMES DEPENDING ON BOARD-DIM.
           END-IF
           COMPUTE RAND-FLOAT-X = FUNCTION RANDOM(SEED-VALUE)

           ACCEPT TERMINAL-ID FROM ENVIRONMENT "TERMID"
           IF TERMINAL-ID = SPACES
               MOVE "CONSOLE" TO TERMINAL-ID
           END-IF

      *----No new game starts while a batch program holds the window.
           PERFORM CHECK-BATCH-WINDOW-PROCEDURE
           IF WINDOW-CLOSED-FLAG = "1"
               DISPLAY "THE SYSTEM IS CLOSED FOR BATCH WORK ("
                   FUNCTION TRIM (WINDOW-CLOSED-BY)
                   ") - NO NEW GAMES UNTIL IT REOPENS. PLEASE TRY"
                   " AGAIN LATER."
               STOP RUN
           END-IF

           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT OPERATOR-ID
           MOVE OPERATOR-ID TO SIGNON-ID
           END-IF
           PERFORM READ-PROFILE-PROCEDURE
           PERFORM ANNOUNCE-AWARDS-PROCEDURE
           PERFORM SHOW-BROADCASTS-PROCEDURE
           MOVE CFG-BOARD-DIMENSION TO BOARD-DIM
           PERFORM BUILD-SAVE-FILENAME-PROCEDURE
           PERFORM OPEN-AUDIT-STORE-PROCEDURE
                   EXIT PERFORM
               END-IF

               PERFORM CHECK-BATCH-WINDOW-PROCEDURE
               IF WINDOW-CLOSED-FLAG = "1"
                   DISPLAY "THE SYSTEM HAS CLOSED FOR BATCH WORK - NO"
                       " NEW GAME CAN START NOW."
                   EXIT PERFORM
               END-IF

               PERFORM RESET-GAME-PROCEDURE

           END-PERFORM
               END-IF

               PERFORM CHECKPOINT-PROCEDURE
               PERFORM WARN-IF-WINDOW-CLOSED-PROCEDURE

           END-PERFORM.

                   DISPLAY FUNCTION TRIM (VERIFY-ID)
                       " IS NOT A REGISTERED OPERATOR."
                   CLOSE OPER-REG-FILE
                   MOVE "UNREGID" TO JOURNAL-EVENT
                   MOVE SPACES TO JOURNAL-DETAIL
                   PERFORM WRITE-JOURNAL-PROCEDURE
                   EXIT PARAGRAPH
           END-READ

               EXIT PARAGRAPH
           END-IF

      *----A retired id is barred for good - its history stays on
      *----file under it, but no one plays onto it again.
           IF RG-LOCKED = "R"
               DISPLAY FUNCTION TRIM (VERIFY-ID) " HAS BEEN RETIRED"
                   " AND CANNOT SIGN ON."
               CLOSE OPER-REG-FILE
               EXIT PARAGRAPH
           END-IF

      *----An id already locked from an earlier session gets told so
      *----here - the PIN loop below only runs for an active id.
           IF RG-LOCKED = "Y"
               MOVE 0 TO RG-FAIL-COUNT
               REWRITE OPERATOR-REG-RECORD
               MOVE "1" TO VERIFY-OK-FLAG
               MOVE "SIGNON" TO JOURNAL-EVENT
               MOVE SPACES TO JOURNAL-DETAIL
               PERFORM WRITE-JOURNAL-PROCEDURE
           ELSE
               ADD 1 TO RG-FAIL-COUNT
               IF RG-FAIL-COUNT >= 3
                   MOVE "Y" TO RG-LOCKED
               END-IF
               REWRITE OPERATOR-REG-RECORD
               MOVE "BADPIN" TO JOURNAL-EVENT
               MOVE SPACES TO JOURNAL-DETAIL
               STRING "FAIL COUNT " DELIMITED BY SIZE
                       RG-FAIL-COUNT DELIMITED BY SIZE
                   INTO JOURNAL-DETAIL
               PERFORM WRITE-JOURNAL-PROCEDURE
               IF RG-LOCKED = "Y"
                   DISPLAY "TOO MANY BAD PINS - "
                       FUNCTION TRIM (VERIFY-ID) " IS NOW LOCKED."
                   MOVE "LOCKOUT" TO JOURNAL-EVENT
                   MOVE SPACES TO JOURNAL-DETAIL
                   PERFORM WRITE-JOURNAL-PROCEDURE
               ELSE
                   DISPLAY "WRONG PIN."
               END-IF
           END-IF.

      *----One line per sign-on check on the shared journal. The id
      *----signed on at this terminal is the one acting; the id being
      *----verified - the same one, or the second seat's - is the
      *----target.
       WRITE-JOURNAL-PROCEDURE.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           ACCEPT SJ-DATE FROM DATE YYYYMMDD
           ACCEPT SJ-TIME FROM TIME
           MOVE JOURNAL-EVENT TO SJ-EVENT
           MOVE "TICTACTOE" TO SJ-PROGRAM
           MOVE TERMINAL-ID TO SJ-TERMINAL-ID
           MOVE SIGNON-ID TO SJ-OPERATOR-ID
           MOVE VERIFY-ID TO SJ-TARGET-ID
           MOVE JOURNAL-DETAIL TO SJ-DETAIL
           WRITE SECURITY-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

      *----Right after the profile loads, any award the MILESTON scan
      *----has posted since the operator last signed on is announced
      *----once and marked so it is not repeated next time.
           MOVE "Y" TO AW-ANNOUNCED
           REWRITE AWARD-RECORD.

      *----A missing control file means no batch program has ever
      *----closed the window - the system is open.
       CHECK-BATCH-WINDOW-PROCEDURE.
           MOVE "0" TO WINDOW-CLOSED-FLAG
           MOVE SPACES TO WINDOW-CLOSED-BY

           OPEN INPUT SYSCTL-FILE
           IF SYSCTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO SC-REC-TYPE
           MOVE 0 TO SC-MSG-NO
           MOVE SPACES TO SC-OPERATOR-ID
           READ SYSCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SC-WINDOW-STATE = "C"
                       MOVE "1" TO WINDOW-CLOSED-FLAG
                       MOVE SC-CLOSED-BY TO WINDOW-CLOSED-BY
                   END-IF
           END-READ

           CLOSE SYSCTL-FILE.

      *----A game already under way when the window closes is warned
      *----once. The checkpoint just taken holds it, so a player who
      *----saves and quits loses nothing - except the two-terminal
      *----and challenge games, which cannot be saved and must be
      *----played out.
       WARN-IF-WINDOW-CLOSED-PROCEDURE.
           IF WINDOW-WARNED-FLAG = "1"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-BATCH-WINDOW-PROCEDURE
           IF WINDOW-CLOSED-FLAG NOT = "1"
               EXIT PARAGRAPH
           END-IF

           MOVE "1" TO WINDOW-WARNED-FLAG
           DISPLAY " "
           DISPLAY "*** THE SYSTEM IS CLOSING FOR BATCH WORK ("
               FUNCTION TRIM (WINDOW-CLOSED-BY) ") ***"
           IF REMOTE-PLAY-FLAG = "1" OR CHALLENGE-MODE-FLAG = "1"
               DISPLAY "*** PLEASE FINISH THIS GAME NOW - IT CANNOT"
                   " BE SAVED. ***"
           ELSE
               DISPLAY "*** YOUR GAME HAS BEEN CHECKPOINTED - FINISH"
                   " IT NOW OR ENTER S TO SAVE AND QUIT. ***"
           END-IF.

      *----Broadcasts in their effective window are shown alongside
      *----the awards, each one once per operator - a seen record
      *----keyed on the message and the operator marks it shown. A
      *----reminder addressed to one operator is shown only to them.
       SHOW-BROADCASTS-PROCEDURE.
           OPEN I-O SYSCTL-FILE
           IF SYSCTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE 0 TO BROADCAST-COUNT

           MOVE "B" TO SC-REC-TYPE
           MOVE 0 TO SC-MSG-NO
           MOVE SPACES TO SC-OPERATOR-ID
           START SYSCTL-FILE KEY NOT < SC-KEY
               INVALID KEY
                   CLOSE SYSCTL-FILE
                   EXIT PARAGRAPH
           END-START

           MOVE "N" TO BROADCAST-EOF
           PERFORM UNTIL BROADCAST-EOF = "Y"
               READ SYSCTL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BROADCAST-EOF
                   NOT AT END
                       IF SC-REC-TYPE NOT = "B"
                           MOVE "Y" TO BROADCAST-EOF
                       ELSE
                           IF SC-EFFECTIVE-DATE <= TODAY-DATE
                                   AND SC-EXPIRY-DATE >= TODAY-DATE
                                   AND BROADCAST-COUNT < BROADCAST-MAX
                                   AND (SC-OPERATOR-ID = SPACES
                                     OR SC-OPERATOR-ID = SIGNON-ID)
                               ADD 1 TO BROADCAST-COUNT
                               MOVE SC-MSG-NO
                                   TO BT-MSG-NO (BROADCAST-COUNT)
                               MOVE SC-MESSAGE-TEXT
                                   TO BT-TEXT (BROADCAST-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING BROADCAST-IDX FROM 1 BY 1
                   UNTIL BROADCAST-IDX > BROADCAST-COUNT
               PERFORM SHOW-ONE-BROADCAST-PROCEDURE
           END-PERFORM

           CLOSE SYSCTL-FILE.

       SHOW-ONE-BROADCAST-PROCEDURE.
           MOVE "S" TO SC-REC-TYPE
           MOVE BT-MSG-NO (BROADCAST-IDX) TO SC-MSG-NO
           MOVE SIGNON-ID TO SC-OPERATOR-ID
           READ SYSCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "*** NOTICE: "
               FUNCTION TRIM (BT-TEXT (BROADCAST-IDX)) " ***"

           MOVE "S" TO SC-REC-TYPE
           MOVE BT-MSG-NO (BROADCAST-IDX) TO SC-MSG-NO
           MOVE SIGNON-ID TO SC-OPERATOR-ID
           MOVE SPACES TO SC-SEEN-DATA
           MOVE TODAY-DATE TO SC-SEEN-DATE
           WRITE SYSTEM-CONTROL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       BUILD-SAVE-FILENAME-PROCEDURE.
           MOVE SPACES TO SAVE-GAME-FILENAME
           STRING "SAVEGAME_" DELIMITED BY SIZE
           MOVE COMPUTER-SEAT TO GL-COMPUTER-SEAT
           MOVE OPENING-MARK TO GL-FIRST-MOVER
           MOVE EFFECTIVE-SKILL TO GL-SKILL-PLAYED
           MOVE SPACE TO GL-ENTRY-TYPE
           MOVE SPACES TO GL-ADJ-REASON
           WRITE GAME-LOG-RECORD
           CLOSE GAME-LOG-FILE.

