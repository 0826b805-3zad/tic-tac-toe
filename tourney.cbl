      *          PENDING MATCHES AND STANDINGS, AND ADVANCE AN
      *          ELIMINATION BRACKET WHEN A ROUND IS COMPLETE. THE
      *          GAME PROGRAM PLAYS THE SCHEDULED MATCHES AND POSTS
      *          EACH RESULT BACK TO BRACKET.DAT. A NEW TOURNAMENT
      *          CARRIES ITS OWN RESPONSE AND PLAY-BY DEADLINES ON
      *          DEADLINE.DAT, WITH THE DATE EACH MATCH WAS SCHEDULED,
      *          FOR THE DLSWEEP SWEEP TO ENFORCE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS RT-OPERATOR-ID
               FILE STATUS IS RATINGS-STATUS.

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
           05 RT-WINS-AS-O     PIC 9(5).
           05 RT-RATING        PIC 9(4).

       FD  DEADLINE-FILE.
           COPY DEADLINE.

       FD  JOURNAL-FILE.
           COPY SECJRNL.

       WORKING-STORAGE SECTION.
       77  ROSTER-STATUS    PIC X(2).
       77  BRACKET-STATUS   PIC X(2).
       77  RATINGS-STATUS   PIC X(2).
       77  JOURNAL-STATUS   PIC X(2).
       77  DEADLINE-STATUS  PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".

       77  OPERATOR-ID      PIC X(10) VALUE SPACES.
       77  TERMINAL-ID      PIC X(8) VALUE SPACES.
       77  JOURNAL-TARGET-ID PIC X(10).
       77  JOURNAL-EVENT    PIC X(8).
       77  JOURNAL-DETAIL   PIC X(20).

       77  MENU-ANSWER      PIC X(1).
       77  TYPE-ANSWER      PIC X(1).

       77  TOURNEY-TYPE     PIC X(1).
       77  ROSTER-OVERFLOW  PIC X(1) VALUE "0".

      *----The tournament's deadlines. A blank answer at the prompt
      *----keeps what the last tournament used.
       77  RESPOND-DAYS     PIC 9(3) VALUE 0.
       77  PLAY-DAYS        PIC 9(3) VALUE 0.
       77  REMIND-DAYS      PIC 9(2) VALUE 0.
       77  DAYS-ANSWER      PIC X(3).
       77  WORK-DAYS        PIC 9(3).
       77  DEADLINE-OPEN    PIC X(1) VALUE "0".
       77  TODAY-DATE       PIC 9(8).

       78  PLAYER-MAX VALUE 32.
       78  BYE-ID VALUE "*BYE*".

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           ACCEPT TERMINAL-ID FROM ENVIRONMENT "TERMID"
           IF TERMINAL-ID = SPACES
               MOVE "CONSOLE" TO TERMINAL-ID
           END-IF

           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT OPERATOR-ID

           DISPLAY " "
           DISPLAY "===== OFFICE TOURNAMENT SCHEDULER ====="
           DISPLAY "N = NEW TOURNAMENT FROM TROSTER.DAT"
               MOVE "R" TO TOURNEY-TYPE
           END-IF

           PERFORM ASK-DEADLINES-PROCEDURE
           PERFORM READ-ROSTER-PROCEDURE

           IF PLAYER-COUNT < 2
               STOP RUN
           END-IF

           PERFORM RESET-DEADLINES-PROCEDURE

           IF TOURNEY-TYPE = "R"
               PERFORM BUILD-ROUND-ROBIN-PROCEDURE
           ELSE
           END-IF

           CLOSE BRACKET-FILE
           PERFORM CLOSE-DEADLINES-PROCEDURE

           DISPLAY "BRACKET.DAT BUILT FOR " REAL-PLAYER-CNT
               " PLAYERS."
           IF RESPOND-DAYS > 0 OR PLAY-DAYS > 0
               DISPLAY "EACH MATCH MUST BE STARTED WITHIN "
                   RESPOND-DAYS " DAYS AND DECIDED WITHIN "
                   PLAY-DAYS " DAYS (ZERO = NO DEADLINE)."
           END-IF

           MOVE "DEADLINE" TO JOURNAL-EVENT
           MOVE SPACES TO JOURNAL-TARGET-ID
           MOVE SPACES TO JOURNAL-DETAIL
           STRING "TOURNEY " RESPOND-DAYS "/" PLAY-DAYS "/"
                   REMIND-DAYS
               DELIMITED BY SIZE INTO JOURNAL-DETAIL
           PERFORM WRITE-JOURNAL-PROCEDURE

           PERFORM SHOW-TOURNAMENT-PROCEDURE.

      *----Response days give both players that long from the day a
      *----match is scheduled to sign on to the game and see it; the
      *----play-by days, to decide it. A player who never shows
      *----forfeits to one who did, and DLSWEEP sends the reminders
      *----the given days ahead. Zero days means no deadline.
       ASK-DEADLINES-PROCEDURE.
           OPEN INPUT DEADLINE-FILE
           IF DEADLINE-STATUS = "00"
               MOVE "T" TO DL-SCOPE
               MOVE "S" TO DL-REC-TYPE
               MOVE 0 TO DL-ITEM-KEY
               MOVE SPACE TO DL-DEADLINE
               MOVE SPACES TO DL-OPERATOR-ID
               READ DEADLINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DL-RESPOND-DAYS TO RESPOND-DAYS
                       MOVE DL-PLAY-DAYS TO PLAY-DAYS
                       MOVE DL-REMIND-DAYS TO REMIND-DAYS
               END-READ
               CLOSE DEADLINE-FILE
           END-IF

           DISPLAY "DAYS TO START EACH MATCH (ENTER FOR "
               RESPOND-DAYS "): "
           PERFORM ACCEPT-DAYS-PROCEDURE
           IF DAYS-ANSWER NOT = SPACES
               MOVE WORK-DAYS TO RESPOND-DAYS
           END-IF

           DISPLAY "DAYS TO DECIDE EACH MATCH (ENTER FOR "
               PLAY-DAYS "): "
           PERFORM ACCEPT-DAYS-PROCEDURE
           IF DAYS-ANSWER NOT = SPACES
               MOVE WORK-DAYS TO PLAY-DAYS
           END-IF

           DISPLAY "DAYS AHEAD TO SEND REMINDERS (ENTER FOR "
               REMIND-DAYS "): "
           PERFORM ACCEPT-DAYS-PROCEDURE
           IF DAYS-ANSWER NOT = SPACES
               IF WORK-DAYS > 99
                   DISPLAY "REMINDERS GO AT MOST 99 DAYS AHEAD -"
                       " TOURNAMENT NOT BUILT."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WORK-DAYS TO REMIND-DAYS
           END-IF

           IF PLAY-DAYS > 0 AND PLAY-DAYS < RESPOND-DAYS
               DISPLAY "A MATCH CANNOT BE DUE BEFORE IT MUST START -"
                   " TOURNAMENT NOT BUILT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ACCEPT-DAYS-PROCEDURE.
           MOVE SPACES TO DAYS-ANSWER
           ACCEPT DAYS-ANSWER

           IF DAYS-ANSWER = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL (DAYS-ANSWER) NOT = 0
               DISPLAY "DAYS MUST BE A NUMBER FROM 0 TO 999 -"
                   " TOURNAMENT NOT BUILT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION NUMVAL (DAYS-ANSWER) < 0
               DISPLAY "DAYS MUST BE A NUMBER FROM 0 TO 999 -"
                   " TOURNAMENT NOT BUILT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION NUMVAL (DAYS-ANSWER) TO WORK-DAYS.

      *----A new draw throws out the old tournament's settings, match
      *----dates and reminder notes before its own go on.
       RESET-DEADLINES-PROCEDURE.
           PERFORM OPEN-DEADLINES-PROCEDURE
           IF DEADLINE-OPEN NOT = "1"
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO DL-KEY
           MOVE "T" TO DL-SCOPE
           START DEADLINE-FILE KEY IS NOT LESS THAN DL-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
               READ DEADLINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF DL-SCOPE = "T"
                           DELETE DEADLINE-FILE RECORD
                       ELSE
                           MOVE "Y" TO EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM

           MOVE "T" TO DL-SCOPE
           MOVE "S" TO DL-REC-TYPE
           MOVE 0 TO DL-ITEM-KEY
           MOVE SPACE TO DL-DEADLINE
           MOVE SPACES TO DL-OPERATOR-ID
           MOVE SPACES TO DL-SETTINGS-DATA
           MOVE RESPOND-DAYS TO DL-RESPOND-DAYS
           MOVE PLAY-DAYS TO DL-PLAY-DAYS
           MOVE REMIND-DAYS TO DL-REMIND-DAYS
           MOVE TODAY-DATE TO DL-SET-DATE
           MOVE OPERATOR-ID TO DL-SET-BY
           WRITE DEADLINE-RECORD.

       OPEN-DEADLINES-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE "0" TO DEADLINE-OPEN

           OPEN I-O DEADLINE-FILE
           IF DEADLINE-STATUS = "35"
               OPEN OUTPUT DEADLINE-FILE
               CLOSE DEADLINE-FILE
               OPEN I-O DEADLINE-FILE
           END-IF

           IF DEADLINE-STATUS = "00"
               MOVE "1" TO DEADLINE-OPEN
           ELSE
               DISPLAY "COULD NOT OPEN DEADLINE.DAT - STATUS "
                   DEADLINE-STATUS " - MATCHES CARRY NO DEADLINES."
           END-IF.

       CLOSE-DEADLINES-PROCEDURE.
           IF DEADLINE-OPEN = "1"
               CLOSE DEADLINE-FILE
               MOVE "0" TO DEADLINE-OPEN
           END-IF.

      *----The deadlines on a match run from the day it went on the
      *----bracket, so later elimination rounds get their full time.
       SCHEDULE-MATCH-PROCEDURE.
           IF DEADLINE-OPEN NOT = "1"
               EXIT PARAGRAPH
           END-IF

           MOVE "T" TO DL-SCOPE
           MOVE "M" TO DL-REC-TYPE
           COMPUTE DL-ITEM-KEY = BK-ROUND * 100 + BK-MATCH-NO
           MOVE SPACE TO DL-DEADLINE
           MOVE SPACES TO DL-OPERATOR-ID
           MOVE SPACES TO DL-MATCH-DATA
           MOVE TODAY-DATE TO DL-SCHED-DATE
           WRITE DEADLINE-RECORD
               INVALID KEY
                   REWRITE DEADLINE-RECORD
           END-WRITE.

       READ-ROSTER-PROCEDURE.
           MOVE 0 TO PLAYER-COUNT
           OPEN INPUT ROSTER-FILE
           MOVE SPACES TO BK-WINNER-ID
           MOVE "P" TO BK-STATUS
           MOVE TOURNEY-TYPE TO BK-TYPE
           WRITE BRACKET-RECORD
           PERFORM SCHEDULE-MATCH-PROCEDURE.

      *----Drop the seeds into the standard bracket order so the top
      *----seeds cannot meet before the late rounds: the draw is

           COMPUTE ROUND-NO = HIGH-ROUND + 1
           MOVE 0 TO MATCH-NO
           PERFORM OPEN-DEADLINES-PROCEDURE

           PERFORM VARYING PAIR-IDX FROM 1 BY 2
                   UNTIL PAIR-IDX > WINNER-COUNT
                   DISPLAY "SCHEDULED ROUND " BK-ROUND " MATCH "
                       BK-MATCH-NO ": " BK-X-ID " (X) VS "
                       BK-O-ID " (O)"
                   PERFORM SCHEDULE-MATCH-PROCEDURE
               END-IF
               MOVE "ADVANCE" TO JOURNAL-EVENT
               MOVE SPACES TO JOURNAL-DETAIL
               STRING "ROUND " DELIMITED BY SIZE
                       BK-ROUND DELIMITED BY SIZE
                       " MATCH " DELIMITED BY SIZE
                       BK-MATCH-NO DELIMITED BY SIZE
                   INTO JOURNAL-DETAIL
               MOVE BK-X-ID TO JOURNAL-TARGET-ID
               PERFORM WRITE-JOURNAL-PROCEDURE
               IF BK-STATUS = "P"
                   MOVE BK-O-ID TO JOURNAL-TARGET-ID
                   PERFORM WRITE-JOURNAL-PROCEDURE
               END-IF
           END-PERFORM

           PERFORM CLOSE-DEADLINES-PROCEDURE.

      *----Each winner carried into the next round goes on the shared
      *----journal with the match it was placed in, and a new draw's
      *----deadlines against no one.
       WRITE-JOURNAL-PROCEDURE.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           ACCEPT SJ-DATE FROM DATE YYYYMMDD
           ACCEPT SJ-TIME FROM TIME
           MOVE JOURNAL-EVENT TO SJ-EVENT
           MOVE "TOURNEY" TO SJ-PROGRAM
           MOVE TERMINAL-ID TO SJ-TERMINAL-ID
           MOVE OPERATOR-ID TO SJ-OPERATOR-ID
           MOVE JOURNAL-TARGET-ID TO SJ-TARGET-ID
           MOVE JOURNAL-DETAIL TO SJ-DETAIL
           WRITE SECURITY-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

       END PROGRAM TOURNEY.
