      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: BATCH-WINDOW SWITCH, CALLED BY EVERY BATCH PROGRAM
      *          THAT REWRITES OR RESTORES THE LIVE FILES. CLOSING
      *          MARKS THE SYSCTL.DAT CONTROL RECORD CLOSED IN THE
      *          CALLER'S NAME SO THE TERMINALS REFUSE NEW GAMES AND
      *          WARN THE GAMES IN PLAY; REOPENING CLEARS IT AGAIN, BUT
      *          ONLY FOR THE PROGRAM THAT CLOSED IT, SO A STEP RUN
      *          UNDER A DRIVER CANNOT OPEN THE WINDOW UNDER THE
      *          DRIVER'S LATER STEPS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SYSWIN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *----Every terminal reads the control record at sign-on and
      *----between moves - the lock mode keeps the opens shareable.
           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS SYSCTL-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SYSCTL-FILE.
           COPY SYSCTL.

       WORKING-STORAGE SECTION.
       77  SYSCTL-STATUS    PIC X(2).
       77  CONTROL-NOT-FOUND PIC X(1).
       77  LOCK-TRY-COUNT   PIC 99 VALUE 0.
       77  FILE-STUCK-FLAG  PIC X(1) VALUE "0".
       77  POLL-SECONDS     PIC 9 VALUE 1.
       77  CURRENT-TIME     PIC 9(8).

       78  LOCK-TRY-MAX VALUE 10.

       LINKAGE SECTION.
           COPY SYSWIN.

      *-----------------------
       PROCEDURE DIVISION USING WINDOW-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE SPACE TO WR-STATE
           MOVE SPACES TO WR-CLOSED-BY

           OPEN I-O SYSCTL-FILE
           IF SYSCTL-STATUS = "35"
               OPEN OUTPUT SYSCTL-FILE
               CLOSE SYSCTL-FILE
               OPEN I-O SYSCTL-FILE
           END-IF

           IF SYSCTL-STATUS NOT = "00"
               DISPLAY "NOTICE: SYSCTL.DAT COULD NOT BE OPENED -"
                   " STATUS " SYSCTL-STATUS
                   " - THE BATCH WINDOW IS NOT SET."
               MOVE SYSCTL-STATUS TO WR-RETURN
               GOBACK
           END-IF

           PERFORM LOCK-CONTROL-RECORD-PROCEDURE

           IF FILE-STUCK-FLAG = "1"
               DISPLAY "NOTICE: SYSCTL.DAT IS HELD BY ANOTHER TERMINAL"
                   " AND NOT FREEING - THE BATCH WINDOW IS NOT SET."
               MOVE SYSCTL-STATUS TO WR-RETURN
               CLOSE SYSCTL-FILE
               GOBACK
           END-IF

      *----First use on a new system - the window starts open.
           IF CONTROL-NOT-FOUND = "1"
               PERFORM BUILD-CONTROL-RECORD-PROCEDURE
               WRITE SYSTEM-CONTROL-RECORD
               PERFORM LOCK-CONTROL-RECORD-PROCEDURE
           END-IF

           EVALUATE WR-ACTION
               WHEN "C"
                   PERFORM CLOSE-WINDOW-PROCEDURE
               WHEN "O"
                   PERFORM OPEN-WINDOW-PROCEDURE
           END-EVALUATE

           MOVE SC-WINDOW-STATE TO WR-STATE
           MOVE SC-CLOSED-BY TO WR-CLOSED-BY
           MOVE "00" TO WR-RETURN

           CLOSE SYSCTL-FILE

           GOBACK.

      *----A program rerun after an abend finds the window still
      *----closed in its own name and simply takes it over again.
       CLOSE-WINDOW-PROCEDURE.
           IF SC-WINDOW-STATE = "C"
                   AND SC-CLOSED-BY NOT = WR-PROGRAM
               DISPLAY "BATCH WINDOW ALREADY CLOSED BY "
                   FUNCTION TRIM (SC-CLOSED-BY) " SINCE "
                   SC-STATE-DATE " " SC-STATE-TIME
                   " - IT REOPENS WHEN "
                   FUNCTION TRIM (SC-CLOSED-BY) " FINISHES."
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO SC-WINDOW-STATE
           MOVE WR-PROGRAM TO SC-CLOSED-BY
           PERFORM STAMP-CONTROL-RECORD-PROCEDURE
           REWRITE SYSTEM-CONTROL-RECORD
           DISPLAY "BATCH WINDOW CLOSED BY "
               FUNCTION TRIM (WR-PROGRAM)
               " - THE TERMINALS WILL START NO NEW GAMES.".

       OPEN-WINDOW-PROCEDURE.
           IF SC-WINDOW-STATE NOT = "C"
                   OR SC-CLOSED-BY NOT = WR-PROGRAM
               EXIT PARAGRAPH
           END-IF

           MOVE "O" TO SC-WINDOW-STATE
           MOVE SPACES TO SC-CLOSED-BY
           PERFORM STAMP-CONTROL-RECORD-PROCEDURE
           REWRITE SYSTEM-CONTROL-RECORD
           DISPLAY "BATCH WINDOW REOPENED BY "
               FUNCTION TRIM (WR-PROGRAM) ".".

       BUILD-CONTROL-RECORD-PROCEDURE.
           INITIALIZE SYSTEM-CONTROL-RECORD
           MOVE "C" TO SC-REC-TYPE
           MOVE 0 TO SC-MSG-NO
           MOVE SPACES TO SC-OPERATOR-ID
           MOVE "O" TO SC-WINDOW-STATE
           MOVE SPACES TO SC-CLOSED-BY
           PERFORM STAMP-CONTROL-RECORD-PROCEDURE.

       STAMP-CONTROL-RECORD-PROCEDURE.
           ACCEPT SC-STATE-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           DIVIDE CURRENT-TIME BY 100 GIVING SC-STATE-TIME.

       LOCK-CONTROL-RECORD-PROCEDURE.
           MOVE 0 TO LOCK-TRY-COUNT
           MOVE "0" TO FILE-STUCK-FLAG

           PERFORM FOREVER
               MOVE "C" TO SC-REC-TYPE
               MOVE 0 TO SC-MSG-NO
               MOVE SPACES TO SC-OPERATOR-ID
               MOVE "0" TO CONTROL-NOT-FOUND
               READ SYSCTL-FILE LOCK
                   INVALID KEY
                       MOVE "1" TO CONTROL-NOT-FOUND
               END-READ

               IF SYSCTL-STATUS = "51" OR SYSCTL-STATUS = "99"
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

       END PROGRAM SYSWIN.
