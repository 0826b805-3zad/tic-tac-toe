      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: MONTH-END CLOSE DRIVER - RUN THE CLOSE-OF-MONTH
      *          SEQUENCE IN ITS ONE SAFE ORDER: BACKUP (BACKREST),
      *          ROLL-UP (MONTHEND), REPORTS (TRENDRPT, RATINGS,
      *          MILESTON), THEN PURGE (ARCHPURG) - THE PURGE CAN
      *          NEVER AGAIN RUN AHEAD OF THE ROLL-UP AND TAKE DAILIES
      *          WITH IT. BEFORE ANYTHING RUNS, RUNCTL.DAT MUST SHOW A
      *          COMPLETE DAY-END FOR EVERY BUSINESS DAY OF THE MONTH
      *          (MONDAY TO FRIDAY, LESS ANY DATE IN HOLIDAY.DAT).
      *          EACH STEP'S DATE, START, END AND RETURN CODE ARE KEPT
      *          IN THE MCLOSE.DAT RUN-CONTROL FILE KEYED BY PERIOD,
      *          SO A RESTART AFTER AN ABEND PICKS UP AT THE FAILED
      *          STEP. ENDS WITH A CLOSE-OF-MONTH SIGN-OFF PAGE,
      *          SPOOLED THROUGH RPTSPOOL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MONCLOSE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CLOSE-CTL-FILE ASSIGN TO "MCLOSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-PERIOD
               FILE STATUS IS CLOSE-CTL-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RUN-DATE
               FILE STATUS IS RUN-CTL-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAY-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "BKCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

           SELECT MONTHLY-STATS-FILE ASSIGN TO "MSTATS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-YYYYMM
               FILE STATUS IS MONTHLY-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CLOSE-CTL-FILE.
       01  CLOSE-CTL-RECORD.
           05 MC-PERIOD        PIC 9(6).
           05 MC-STEP-ENTRY OCCURS 6 TIMES.
               10 MC-STEP-STATUS   PIC X(1).
      *            SPACE = NOT RUN   R = RUNNING (ABENDED IF SEEN
      *            ON RESTART)   C = COMPLETE   F = FAILED
               10 MC-STEP-DATE     PIC 9(8).
               10 MC-STEP-START    PIC 9(8).
               10 MC-STEP-END      PIC 9(8).
               10 MC-STEP-RC       PIC 9(4).

       FD  RUN-CTL-FILE.
       01  RUN-CTL-RECORD.
           05 RC-RUN-DATE      PIC 9(8).
           05 RC-STEP-ENTRY OCCURS 4 TIMES.
               10 RC-STEP-STATUS   PIC X(1).
               10 RC-STEP-START    PIC 9(8).
               10 RC-STEP-END      PIC 9(8).

      *----One date per line for each weekday the floor was closed -
      *----no day-end is expected for it.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HD-DATE          PIC 9(8).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 BC-GEN-DATE      PIC 9(8).
           05 BC-FILE-NAME     PIC X(8).
           05 BC-REC-COUNT     PIC 9(7).
           05 BC-CTL-TOTAL     PIC 9(9).
           05 BC-VERIFIED      PIC X(1).

       FD  MONTHLY-STATS-FILE.
           COPY MSTATS.

       WORKING-STORAGE SECTION.
       77  CLOSE-CTL-STATUS PIC X(2).
       77  RUN-CTL-STATUS   PIC X(2).
       77  HOLIDAY-STATUS   PIC X(2).
       77  CATALOG-STATUS   PIC X(2).
       77  MONTHLY-STATUS   PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".

       77  TODAY-DATE       PIC 9(8).
       77  TODAY-MONTH      PIC 9(6).
       77  PERIOD           PIC 9(6) VALUE 0.
       77  PERIOD-ANSWER    PIC X(6).
       77  DEFAULT-PERIOD   PIC 9(6).
       77  PERIOD-YEAR      PIC 9(4).
       77  PERIOD-MONTH     PIC 99.
       77  FORCE-ANSWER     PIC X(1).

       77  STEP-IDX         PIC 9.
       77  RC-IDX           PIC 9.
       77  RECORD-FOUND     PIC X VALUE "0".
       77  ALL-COMPLETE     PIC X VALUE "0".
       77  STEP-TIME        PIC 9(8).
       77  SEQUENCE-STOPPED PIC X VALUE "0".
       77  STEP-RC          PIC 9(4) VALUE 0.
       77  STEPS-RUN        PIC 9 VALUE 0.
       77  STEPS-SKIPPED    PIC 9 VALUE 0.
       77  STEPS-FAILED     PIC 9 VALUE 0.
       78  STEP-MAX VALUE 6.

       77  DAY-NO           PIC 99.
       77  CHECK-DATE       PIC 9(8).
       77  WEEKDAY-NO       PIC 9.
      *        0 = MONDAY ... 6 = SUNDAY
       77  BUSINESS-DAYS    PIC 99 VALUE 0.
       77  HOLIDAYS-SKIPPED PIC 99 VALUE 0.
       77  DAYS-MISSING     PIC 99 VALUE 0.
       77  DAY-IS-HOLIDAY   PIC X(1).
       77  RUN-CTL-OPEN     PIC X(1) VALUE "0".

       77  HOLIDAY-COUNT    PIC 999 VALUE 0.
       77  HOLIDAY-TBL-FULL PIC X(1) VALUE "0".
       78  HOLIDAY-MAX VALUE 100.
       01  HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 100 TIMES INDEXED BY HOLIDAY-IDX.
               10 HT-DATE       PIC 9(8) VALUE 0.

       77  FILES-VERIFIED   PIC 9 VALUE 0.
       77  MASTER-IDX       PIC 9 VALUE 0.
       78  MASTER-FILE-COUNT VALUE 5.

      *----The master files BACKREST backs up, each marked once a
      *----verified generation of it dated today is found.
       01  MASTER-NAME-SETUP.
           05 FILLER           PIC X(8) VALUE "STATS".
           05 FILLER           PIC X(8) VALUE "RATINGS".
           05 FILLER           PIC X(8) VALUE "OPPROF".
           05 FILLER           PIC X(8) VALUE "BRACKET".
           05 FILLER           PIC X(8) VALUE "RUNCTL".
       01  MASTER-NAME-TABLE REDEFINES MASTER-NAME-SETUP.
           05 MASTER-NAME OCCURS 5 TIMES PIC X(8).

       01  MASTER-SEEN-TABLE.
           05 MASTER-SEEN OCCURS 5 TIMES PIC X(1) VALUE "0".

       77  MSTATS-FOUND     PIC X(1) VALUE "0".

       01  STEP-NAME-TABLE.
           05 FILLER PIC X(20) VALUE "BACKREST    BACKUP".
           05 FILLER PIC X(20) VALUE "MONTHEND    ROLL-UP".
           05 FILLER PIC X(20) VALUE "TRENDRPT    REPORTS".
           05 FILLER PIC X(20) VALUE "RATINGS     REPORTS".
           05 FILLER PIC X(20) VALUE "MILESTON    REPORTS".
           05 FILLER PIC X(20) VALUE "ARCHPURG    PURGE".
       01  STEP-NAME-LIST REDEFINES STEP-NAME-TABLE.
           05 STEP-ENTRY OCCURS 6 TIMES.
               10 STEP-NAME     PIC X(12).
               10 STEP-PHASE    PIC X(8).

           COPY SYSWIN.

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE "MONCLOSE" TO WR-PROGRAM
           PERFORM CLOSE-BATCH-WINDOW-PROCEDURE

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           DIVIDE TODAY-DATE BY 100 GIVING TODAY-MONTH

           PERFORM ACCEPT-PERIOD-PROCEDURE

           DISPLAY " "
           DISPLAY "===== MONTH-END CLOSE FOR " PERIOD " ====="

           PERFORM LOAD-HOLIDAYS-PROCEDURE
           PERFORM CHECK-DAY-END-RUNS-PROCEDURE

           IF DAYS-MISSING > 0
               DISPLAY " "
               DISPLAY DAYS-MISSING " BUSINESS DAY(S) WITHOUT A"
                   " COMPLETE DAY-END - CLOSE REFUSED. FINISH THE"
                   " DAY-END RUNS (OR LIST THE DAYS IN HOLIDAY.DAT)"
                   " AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

           DISPLAY "DAY-END COMPLETE FOR ALL " BUSINESS-DAYS
               " BUSINESS DAYS (" HOLIDAYS-SKIPPED " HOLIDAY(S)"
               " EXCUSED)."

           PERFORM OPEN-CLOSE-CONTROL-PROCEDURE
           PERFORM READ-CLOSE-CONTROL-PROCEDURE

           IF RECORD-FOUND = "1" AND ALL-COMPLETE = "1"
               DISPLAY "MONTH-END ALREADY CLOSED FOR " PERIOD "."
               DISPLAY "FORCE A FULL RERUN? (Y/N): "
               ACCEPT FORCE-ANSWER
               IF FORCE-ANSWER = "Y" OR FORCE-ANSWER = "y"
                   PERFORM RESET-CLOSE-RECORD-PROCEDURE
               ELSE
                   DISPLAY "RUN REFUSED - NOTHING DONE."
                   CLOSE CLOSE-CTL-FILE
                   MOVE 4 TO RETURN-CODE
                   PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
                   STOP RUN
               END-IF
           END-IF

           IF RECORD-FOUND = "0"
               PERFORM RESET-CLOSE-RECORD-PROCEDURE
               WRITE CLOSE-CTL-RECORD
           END-IF

      *----The steps only ever run in table order and a failed step
      *----ends the sequence, so no step can run ahead of one that
      *----has not completed - the restart takes it from there.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-MAX
                       OR SEQUENCE-STOPPED = "1"
               PERFORM RUN-ONE-STEP-PROCEDURE
           END-PERFORM

           CLOSE CLOSE-CTL-FILE

           PERFORM PRINT-SIGN-OFF-PROCEDURE

           IF STEPS-FAILED > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
           STOP RUN.

      *----The month closed is normally the one just ended; a month
      *----still in progress cannot be closed.
       ACCEPT-PERIOD-PROCEDURE.
           DIVIDE TODAY-MONTH BY 100 GIVING PERIOD-YEAR
           COMPUTE PERIOD-MONTH = TODAY-MONTH - PERIOD-YEAR * 100
           IF PERIOD-MONTH = 1
               SUBTRACT 1 FROM PERIOD-YEAR
               MOVE 12 TO PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM PERIOD-MONTH
           END-IF
           COMPUTE DEFAULT-PERIOD = PERIOD-YEAR * 100 + PERIOD-MONTH

           DISPLAY "ENTER PERIOD TO CLOSE (YYYYMM, ENTER FOR "
               DEFAULT-PERIOD "): "
           ACCEPT PERIOD-ANSWER

           IF PERIOD-ANSWER = SPACES
               MOVE DEFAULT-PERIOD TO PERIOD
           ELSE
               IF PERIOD-ANSWER NOT NUMERIC
                   DISPLAY "PERIOD MUST BE SIX DIGITS - RUN ENDED."
                   MOVE 8 TO RETURN-CODE
                   PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
                   STOP RUN
               END-IF
               MOVE PERIOD-ANSWER TO PERIOD
           END-IF

           DIVIDE PERIOD BY 100 GIVING PERIOD-YEAR
           COMPUTE PERIOD-MONTH = PERIOD - PERIOD-YEAR * 100
           IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12
               DISPLAY "NO SUCH MONTH " PERIOD " - RUN ENDED."
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

           IF PERIOD NOT < TODAY-MONTH
               DISPLAY "PERIOD " PERIOD " HAS NOT ENDED YET -"
                   " RUN ENDED."
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF.

       LOAD-HOLIDAYS-PROCEDURE.
           OPEN INPUT HOLIDAY-FILE

           IF HOLIDAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ HOLIDAY-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF HD-DATE NUMERIC
                           IF HOLIDAY-COUNT < HOLIDAY-MAX
                               ADD 1 TO HOLIDAY-COUNT
                               MOVE HD-DATE
                                   TO HT-DATE (HOLIDAY-COUNT)
                           ELSE
                               MOVE "1" TO HOLIDAY-TBL-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HOLIDAY-FILE

           IF HOLIDAY-TBL-FULL = "1"
               DISPLAY "NOTICE: MORE HOLIDAYS THAN THE WORK TABLE"
                   " HOLDS - TRIM OLD YEARS FROM HOLIDAY.DAT."
           END-IF.

      *----Every weekday of the month needs a RUNCTL.DAT record with
      *----every day-end step complete. Day 1 of 16010101 was a
      *----Monday, which fixes the weekday of any integer date.
       CHECK-DAY-END-RUNS-PROCEDURE.
           OPEN INPUT RUN-CTL-FILE
           IF RUN-CTL-STATUS = "00"
               MOVE "1" TO RUN-CTL-OPEN
           ELSE
               DISPLAY "NO RUNCTL.DAT RUN-CONTROL FILE - NO DAY-END"
                   " HAS EVER RUN."
           END-IF

           PERFORM VARYING DAY-NO FROM 1 BY 1 UNTIL DAY-NO > 31
               COMPUTE CHECK-DATE = PERIOD * 100 + DAY-NO
               IF FUNCTION TEST-DATE-YYYYMMDD (CHECK-DATE) NOT = 0
                   EXIT PERFORM
               END-IF
               COMPUTE WEEKDAY-NO = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (CHECK-DATE) - 1, 7)
               IF WEEKDAY-NO < 5
                   PERFORM CHECK-ONE-DAY-PROCEDURE
               END-IF
           END-PERFORM

           IF RUN-CTL-OPEN = "1"
               CLOSE RUN-CTL-FILE
           END-IF.

       CHECK-ONE-DAY-PROCEDURE.
           MOVE "0" TO DAY-IS-HOLIDAY
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
                   UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
               IF HT-DATE (HOLIDAY-IDX) = CHECK-DATE
                   MOVE "1" TO DAY-IS-HOLIDAY
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF DAY-IS-HOLIDAY = "1"
               ADD 1 TO HOLIDAYS-SKIPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO BUSINESS-DAYS

           IF RUN-CTL-OPEN = "0"
               ADD 1 TO DAYS-MISSING
               DISPLAY "  " CHECK-DATE "  NO DAY-END RUN"
               EXIT PARAGRAPH
           END-IF

           MOVE CHECK-DATE TO RC-RUN-DATE
           READ RUN-CTL-FILE
               INVALID KEY
                   ADD 1 TO DAYS-MISSING
                   DISPLAY "  " CHECK-DATE "  NO DAY-END RUN"
                   EXIT PARAGRAPH
           END-READ

           PERFORM VARYING RC-IDX FROM 1 BY 1 UNTIL RC-IDX > 4
               IF RC-STEP-STATUS (RC-IDX) NOT = "C"
                   ADD 1 TO DAYS-MISSING
                   DISPLAY "  " CHECK-DATE "  DAY-END STEP " RC-IDX
                       " NOT COMPLETE (STATUS "
                       RC-STEP-STATUS (RC-IDX) ")"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPEN-CLOSE-CONTROL-PROCEDURE.
           OPEN I-O CLOSE-CTL-FILE
           IF CLOSE-CTL-STATUS = "35"
               OPEN OUTPUT CLOSE-CTL-FILE
               CLOSE CLOSE-CTL-FILE
               OPEN I-O CLOSE-CTL-FILE
           END-IF

           IF CLOSE-CTL-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN MCLOSE.DAT - STATUS "
                   CLOSE-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF.

      *----A step left in R state belongs to a run that died mid-step
      *----- it is treated as not done so the restart re-runs it.
       READ-CLOSE-CONTROL-PROCEDURE.
           MOVE "0" TO RECORD-FOUND
           MOVE "1" TO ALL-COMPLETE

           MOVE PERIOD TO MC-PERIOD
           READ CLOSE-CTL-FILE
               INVALID KEY
                   MOVE "0" TO ALL-COMPLETE
               NOT INVALID KEY
                   MOVE "1" TO RECORD-FOUND
                   PERFORM VARYING STEP-IDX FROM 1 BY 1
                           UNTIL STEP-IDX > STEP-MAX
                       IF MC-STEP-STATUS (STEP-IDX) NOT = "C"
                           MOVE "0" TO ALL-COMPLETE
                       END-IF
                   END-PERFORM
           END-READ.

       RESET-CLOSE-RECORD-PROCEDURE.
           MOVE PERIOD TO MC-PERIOD
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-MAX
               MOVE SPACE TO MC-STEP-STATUS (STEP-IDX)
               MOVE 0 TO MC-STEP-DATE (STEP-IDX)
               MOVE 0 TO MC-STEP-START (STEP-IDX)
               MOVE 0 TO MC-STEP-END (STEP-IDX)
               MOVE 0 TO MC-STEP-RC (STEP-IDX)
           END-PERFORM
           IF RECORD-FOUND = "1"
               REWRITE CLOSE-CTL-RECORD
           END-IF.

       RUN-ONE-STEP-PROCEDURE.
           IF MC-STEP-STATUS (STEP-IDX) = "C"
               ADD 1 TO STEPS-SKIPPED
               DISPLAY "STEP " STEP-IDX " "
                   STEP-NAME (STEP-IDX)
                   " ALREADY COMPLETE - SKIPPED"
               EXIT PARAGRAPH
           END-IF

      *----Mark the step in flight and harden the record first, so a
      *----step that takes the region down is visible on restart.
           ACCEPT STEP-TIME FROM TIME
           MOVE "R" TO MC-STEP-STATUS (STEP-IDX)
           MOVE TODAY-DATE TO MC-STEP-DATE (STEP-IDX)
           MOVE STEP-TIME TO MC-STEP-START (STEP-IDX)
           MOVE 0 TO MC-STEP-END (STEP-IDX)
           MOVE 0 TO MC-STEP-RC (STEP-IDX)
           REWRITE CLOSE-CTL-RECORD

           DISPLAY " "
           DISPLAY "----- STEP " STEP-IDX " "
               STEP-NAME (STEP-IDX) " ("
               FUNCTION TRIM (STEP-PHASE (STEP-IDX)) ") -----"
           EVALUATE STEP-NAME (STEP-IDX)
               WHEN "BACKREST"
                   DISPLAY "TAKE A BACKUP GENERATION (B), THEN QUIT"
                       " (Q)."
               WHEN "ARCHPURG"
                   DISPLAY PERIOD " IS ROLLED UP - ITS GAMES MAY BE"
                       " ARCHIVED WITH THE CUTOFF YOU GIVE."
           END-EVALUATE

           MOVE 0 TO RETURN-CODE
           CALL STEP-NAME (STEP-IDX)
           ON EXCEPTION
               DISPLAY "STEP PROGRAM COULD NOT BE CALLED"
               MOVE 12 TO RETURN-CODE
           NOT ON EXCEPTION
               CANCEL STEP-NAME (STEP-IDX)
           END-CALL
           MOVE RETURN-CODE TO STEP-RC

      *----BACKREST is a menu and ends cleanly whichever choice is
      *----made - the step only counts when the catalog shows a
      *----verified generation of every master file taken today.
           IF STEP-RC = 0 AND STEP-NAME (STEP-IDX) = "BACKREST"
               PERFORM CHECK-BACKUP-TAKEN-PROCEDURE
               IF FILES-VERIFIED < MASTER-FILE-COUNT
                   DISPLAY "NO VERIFIED BACKUP GENERATION DATED "
                       TODAY-DATE " IN BKCATLG.DAT FOR ALL "
                       MASTER-FILE-COUNT " MASTER FILES."
                   MOVE 8 TO STEP-RC
               END-IF
           END-IF

           ACCEPT STEP-TIME FROM TIME
           MOVE STEP-TIME TO MC-STEP-END (STEP-IDX)
           MOVE STEP-RC TO MC-STEP-RC (STEP-IDX)

           IF STEP-RC = 0
               MOVE "C" TO MC-STEP-STATUS (STEP-IDX)
               ADD 1 TO STEPS-RUN
           ELSE
               MOVE "F" TO MC-STEP-STATUS (STEP-IDX)
               ADD 1 TO STEPS-FAILED
               MOVE "1" TO SEQUENCE-STOPPED
               DISPLAY "STEP " STEP-IDX " "
                   STEP-NAME (STEP-IDX) " FAILED - RETURN CODE "
                   STEP-RC
           END-IF

           MOVE 0 TO RETURN-CODE
           REWRITE CLOSE-CTL-RECORD.

      *----A file backed up twice today still counts once, so every
      *----master must show up before the backup is taken as done.
       CHECK-BACKUP-TAKEN-PROCEDURE.
           MOVE 0 TO FILES-VERIFIED
           PERFORM VARYING MASTER-IDX FROM 1 BY 1
                   UNTIL MASTER-IDX > MASTER-FILE-COUNT
               MOVE "0" TO MASTER-SEEN (MASTER-IDX)
           END-PERFORM

           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF BC-GEN-DATE = TODAY-DATE
                               AND BC-VERIFIED = "Y"
                           PERFORM MARK-MASTER-BACKED-UP-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CATALOG-FILE

           PERFORM VARYING MASTER-IDX FROM 1 BY 1
                   UNTIL MASTER-IDX > MASTER-FILE-COUNT
               IF MASTER-SEEN (MASTER-IDX) = "1"
                   ADD 1 TO FILES-VERIFIED
               END-IF
           END-PERFORM.

       MARK-MASTER-BACKED-UP-PROCEDURE.
           PERFORM VARYING MASTER-IDX FROM 1 BY 1
                   UNTIL MASTER-IDX > MASTER-FILE-COUNT
               IF BC-FILE-NAME = MASTER-NAME (MASTER-IDX)
                   MOVE "1" TO MASTER-SEEN (MASTER-IDX)
               END-IF
           END-PERFORM.

      *----The sign-off page is the one piece of the run kept in the
      *----report catalog; the step progress above it stays on the
      *----console.
       PRINT-SIGN-OFF-PROCEDURE.
           MOVE "0" TO MSTATS-FOUND
           OPEN INPUT MONTHLY-STATS-FILE
           IF MONTHLY-STATUS = "00"
               MOVE PERIOD TO MS-YYYYMM
               READ MONTHLY-STATS-FILE
                   NOT INVALID KEY
                       MOVE "1" TO MSTATS-FOUND
               END-READ
               CLOSE MONTHLY-STATS-FILE
           END-IF

           MOVE "MONCLOSE" TO SP-REPORT-ID
           MOVE SPACES TO SP-PARAMETERS
           STRING "PERIOD " PERIOD
               DELIMITED BY SIZE INTO SP-PARAMETERS
           PERFORM OPEN-SPOOL-PROCEDURE

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "===== CLOSE-OF-MONTH SIGN-OFF FOR " PERIOD
                   " ====="
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "RUN DATE          : " TODAY-DATE
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "BUSINESS DAYS     : " BUSINESS-DAYS
                   "  HOLIDAYS EXCUSED: " HOLIDAYS-SKIPPED
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "DAY-END RUNS      : ALL COMPLETE" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "STEP PROGRAM      PHASE    ST DATE     START   "
                   " END      RC"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-MAX
               MOVE SPACES TO SP-LINE
               STRING STEP-IDX "    " STEP-NAME (STEP-IDX)
                       STEP-PHASE (STEP-IDX) " "
                       MC-STEP-STATUS (STEP-IDX) "  "
                       MC-STEP-DATE (STEP-IDX) " "
                       MC-STEP-START (STEP-IDX) " "
                       MC-STEP-END (STEP-IDX) " "
                       MC-STEP-RC (STEP-IDX)
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-PERFORM
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "STEPS RUN    : " STEPS-RUN
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "STEPS SKIPPED: " STEPS-SKIPPED
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "STEPS FAILED : " STEPS-FAILED
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           MOVE SPACES TO SP-LINE
           IF MSTATS-FOUND = "1"
               STRING "MSTATS " PERIOD ": GAMES " MS-GAMES
                       "  X " MS-X-WINS "  O " MS-O-WINS
                       "  DRAWN " MS-DRAWS
                   DELIMITED BY SIZE INTO SP-LINE
           ELSE
               STRING "MSTATS " PERIOD ": NO MONTHLY RECORD ON FILE"
                   DELIMITED BY SIZE INTO SP-LINE
           END-IF
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           MOVE SPACES TO SP-LINE
           IF STEPS-FAILED > 0
               STRING "MONTH NOT CLOSED - RERUN MONCLOSE TO RESTART"
                       " AT THE FAILED STEP."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           ELSE
               STRING "MONTH " PERIOD " CLOSED."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "CLOSED BY  : ____________________  DATE:"
                       " __________"
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "REVIEWED BY: ____________________  DATE:"
                       " __________"
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           PERFORM CLOSE-SPOOL-PROCEDURE.

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

       END PROGRAM MONCLOSE.
