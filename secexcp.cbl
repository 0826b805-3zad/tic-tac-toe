      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: DAILY SECURITY EXCEPTION REPORT OFF THE SECJRNL.DAT
      *          JOURNAL - LISTS EVERY SIGN-ON CHECK AND ADMINISTRATIVE
      *          ACTION TAKEN TODAY (WHO DID WHAT TO WHOM, AT WHICH
      *          TERMINAL AND WHEN), THEN FLAGS THE PATTERNS AUDIT
      *          ASKS ABOUT: REPEATED LOCKOUTS ON ONE ID, A PIN RESET
      *          FOLLOWED RIGHT AWAY BY A SIGN-ON FROM A DIFFERENT
      *          TERMINAL, AND A TERMINAL TRYING ONE UNREGISTERED ID
      *          AFTER ANOTHER. ENDS WITH RETURN CODE 4 WHEN ANYTHING
      *          WAS FLAGGED. THE REPORT IS SPOOLED THROUGH RPTSPOOL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SECEXCP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "SECJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  JOURNAL-FILE.
           COPY SECJRNL.

       WORKING-STORAGE SECTION.
       77  JOURNAL-STATUS   PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".

       77  REPORT-DATE      PIC 9(8).
       77  REPORT-DAY-NO    PIC 9(7) VALUE 0.
       77  ENTRY-DAY-NO     PIC 9(7) VALUE 0.
       77  ENTRY-SECONDS    PIC 9(12) VALUE 0.
       77  GAP-SECONDS      PIC 9(12) VALUE 0.

       77  ENTRIES-READ     PIC 9(7) VALUE 0.
       77  ENTRIES-TODAY    PIC 9(7) VALUE 0.
       77  EXCEPTION-COUNT  PIC 9(5) VALUE 0.
       77  FOUND-IDX        PIC 999 VALUE 0.
       77  SCAN-IDX         PIC 999 VALUE 0.
       77  TABLE-FULL-FLAG  PIC X(1) VALUE "0".
       77  HELD-RC          PIC 9 VALUE 0.

      *----The rules this report holds the floor to.
       78  LOCKOUT-WINDOW-DAYS VALUE 7.
       78  REPEAT-LOCKOUT-MIN VALUE 2.
       78  RESET-WINDOW-SECONDS VALUE 900.
       78  UNREG-BURST-MIN VALUE 3.
       78  TRACK-MAX VALUE 200.

      *----Lockouts per target id inside the look-back window.
       77  LOCK-COUNT       PIC 999 VALUE 0.
       01  LOCKOUT-TABLE.
           05 LOCKOUT-ENTRY OCCURS 200 TIMES.
               10 LO-TARGET-ID  PIC X(10).
               10 LO-COUNT      PIC 999.
               10 LO-TODAY      PIC X(1).
               10 LO-LAST-DATE  PIC 9(8).

      *----The last PIN reset on each id that has not yet been
      *----followed by a sign-on.
       77  RESET-COUNT      PIC 999 VALUE 0.
       01  RESET-TABLE.
           05 RESET-ENTRY OCCURS 200 TIMES.
               10 RS-TARGET-ID  PIC X(10).
               10 RS-TERMINAL   PIC X(8).
               10 RS-OPERATOR   PIC X(10).
               10 RS-TIME       PIC 9(8).
               10 RS-SECONDS    PIC 9(12).
               10 RS-OPEN       PIC X(1).

      *----Resets answered by a sign-on somewhere else, held for the
      *----exceptions section.
       77  FLAGGED-COUNT    PIC 999 VALUE 0.
       01  FLAGGED-RESET-TABLE.
           05 FLAGGED-RESET-ENTRY OCCURS 200 TIMES.
               10 FR-TARGET-ID  PIC X(10).
               10 FR-OPERATOR   PIC X(10).
               10 FR-RESET-TERM PIC X(8).
               10 FR-RESET-TIME PIC 9(8).
               10 FR-SIGNON-TERM PIC X(8).
               10 FR-SIGNON-TIME PIC 9(8).
               10 FR-GAP        PIC 9(5).

      *----Unregistered-id attempts per terminal today.
       77  UNREG-COUNT      PIC 999 VALUE 0.
       01  UNREG-TABLE.
           05 UNREG-ENTRY OCCURS 200 TIMES.
               10 UR-TERMINAL   PIC X(8).
               10 UR-COUNT      PIC 999.

      *----Today's totals by event.
       01  EVENT-NAME-SETUP.
           05 FILLER           PIC X(8) VALUE "SIGNON".
           05 FILLER           PIC X(8) VALUE "BADPIN".
           05 FILLER           PIC X(8) VALUE "LOCKOUT".
           05 FILLER           PIC X(8) VALUE "UNREGID".
           05 FILLER           PIC X(8) VALUE "PINRESET".
           05 FILLER           PIC X(8) VALUE "UNLOCK".
           05 FILLER           PIC X(8) VALUE "WITHDRAW".
           05 FILLER           PIC X(8) VALUE "ADVANCE".
           05 FILLER           PIC X(8) VALUE "MERGE".
           05 FILLER           PIC X(8) VALUE "RETIRE".
           05 FILLER           PIC X(8) VALUE "ADJUDGE".
           05 FILLER           PIC X(8) VALUE "WINDOW".
           05 FILLER           PIC X(8) VALUE "BCAST".
           05 FILLER           PIC X(8) VALUE "DEADLINE".
           05 FILLER           PIC X(8) VALUE "EXPIRE".
           05 FILLER           PIC X(8) VALUE "NOSHOW".
       01  EVENT-NAME-TABLE REDEFINES EVENT-NAME-SETUP.
           05 EVENT-NAME OCCURS 16 TIMES PIC X(8).

       01  EVENT-COUNT-TABLE.
           05 EVENT-COUNT OCCURS 16 TIMES PIC 9(5) VALUE 0.
       77  EVENT-IDX        PIC 99 VALUE 0.
       78  EVENT-MAX VALUE 16.

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           ACCEPT REPORT-DATE FROM DATE YYYYMMDD
           COMPUTE REPORT-DAY-NO =
               FUNCTION INTEGER-OF-DATE (REPORT-DATE)

           MOVE "SECEXCP" TO SP-REPORT-ID
           MOVE SPACES TO SP-PARAMETERS
           STRING "DATE " REPORT-DATE "  LOCKOUTS " REPEAT-LOCKOUT-MIN
                   "/" LOCKOUT-WINDOW-DAYS "D  RESET "
                   RESET-WINDOW-SECONDS "S  UNREG " UNREG-BURST-MIN
               DELIMITED BY SIZE INTO SP-PARAMETERS
           PERFORM OPEN-SPOOL-PROCEDURE

           OPEN INPUT JOURNAL-FILE

           IF JOURNAL-STATUS NOT = "00"
               MOVE "NO SECJRNL.DAT JOURNAL FOUND YET." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               STOP RUN
           END-IF

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "===== SECURITY JOURNAL FOR " REPORT-DATE " ====="
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "TIME      EVENT     PROGRAM    TERMINAL  "
                   "OPERATOR    TARGET      DETAIL"
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM UNTIL EOF-FLAG = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO ENTRIES-READ
                       PERFORM NOTE-JOURNAL-ENTRY-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE

           IF ENTRIES-TODAY = 0
               MOVE "(NO JOURNAL ENTRIES TODAY)" TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== EXCEPTIONS =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           PERFORM FLAG-REPEATED-LOCKOUTS-PROCEDURE
           PERFORM FLAG-RESET-SIGNONS-PROCEDURE
           PERFORM FLAG-UNREG-BURSTS-PROCEDURE
           IF EXCEPTION-COUNT = 0
               MOVE "(NONE)" TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           PERFORM PRINT-EVENT-TOTALS-PROCEDURE

           IF TABLE-FULL-FLAG = "1"
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: MORE IDS OR TERMINALS THAN THE WORK"
                       " TABLES HOLD - SOME PATTERNS MAY NOT BE"
                       " FLAGGED."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

      *----The spool close is a CALL, so the code is set after it.
           IF EXCEPTION-COUNT > 0
               MOVE 4 TO HELD-RC
           END-IF

           PERFORM CLOSE-SPOOL-PROCEDURE
           MOVE HELD-RC TO RETURN-CODE
           STOP RUN.

      *----The journal is appended in time order, so one pass sees
      *----each reset before the sign-on that follows it. Entries
      *----older than the look-back window play no part and are
      *----skipped.
       NOTE-JOURNAL-ENTRY-PROCEDURE.
           IF SJ-DATE NOT NUMERIC OR SJ-TIME NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (SJ-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF SJ-DATE > REPORT-DATE
               EXIT PARAGRAPH
           END-IF

           COMPUTE ENTRY-DAY-NO = FUNCTION INTEGER-OF-DATE (SJ-DATE)
           IF REPORT-DAY-NO - ENTRY-DAY-NO >= LOCKOUT-WINDOW-DAYS
               EXIT PARAGRAPH
           END-IF

           COMPUTE ENTRY-SECONDS = ENTRY-DAY-NO * 86400
               + FUNCTION NUMVAL (SJ-TIME (1:2)) * 3600
               + FUNCTION NUMVAL (SJ-TIME (3:2)) * 60
               + FUNCTION NUMVAL (SJ-TIME (5:2))

           IF SJ-DATE = REPORT-DATE
               ADD 1 TO ENTRIES-TODAY
               MOVE SPACES TO SP-LINE
               STRING SJ-TIME "  " SJ-EVENT "  " SJ-PROGRAM " "
                       SJ-TERMINAL-ID "  " SJ-OPERATOR-ID "  "
                       SJ-TARGET-ID "  " SJ-DETAIL
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM VARYING EVENT-IDX FROM 1 BY 1
                       UNTIL EVENT-IDX > EVENT-MAX
                   IF EVENT-NAME (EVENT-IDX) = SJ-EVENT
                       ADD 1 TO EVENT-COUNT (EVENT-IDX)
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE SJ-EVENT
               WHEN "LOCKOUT"
                   PERFORM NOTE-LOCKOUT-PROCEDURE
               WHEN "PINRESET"
                   PERFORM NOTE-RESET-PROCEDURE
               WHEN "SIGNON"
                   PERFORM CHECK-SIGNON-AFTER-RESET-PROCEDURE
               WHEN "UNREGID"
                   IF SJ-DATE = REPORT-DATE
                       PERFORM NOTE-UNREG-PROCEDURE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-LOCKOUT-PROCEDURE.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > LOCK-COUNT
               IF LO-TARGET-ID (SCAN-IDX) = SJ-TARGET-ID
                   MOVE SCAN-IDX TO FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF FOUND-IDX = 0
               IF LOCK-COUNT >= TRACK-MAX
                   MOVE "1" TO TABLE-FULL-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LOCK-COUNT
               MOVE LOCK-COUNT TO FOUND-IDX
               MOVE SJ-TARGET-ID TO LO-TARGET-ID (FOUND-IDX)
               MOVE 0 TO LO-COUNT (FOUND-IDX)
               MOVE "N" TO LO-TODAY (FOUND-IDX)
           END-IF

           ADD 1 TO LO-COUNT (FOUND-IDX)
           MOVE SJ-DATE TO LO-LAST-DATE (FOUND-IDX)
           IF SJ-DATE = REPORT-DATE
               MOVE "Y" TO LO-TODAY (FOUND-IDX)
           END-IF.

      *----Only the latest reset on an id is held - an earlier one it
      *----replaced has nothing left to prove.
       NOTE-RESET-PROCEDURE.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > RESET-COUNT
               IF RS-TARGET-ID (SCAN-IDX) = SJ-TARGET-ID
                   MOVE SCAN-IDX TO FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF FOUND-IDX = 0
               IF RESET-COUNT >= TRACK-MAX
                   MOVE "1" TO TABLE-FULL-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RESET-COUNT
               MOVE RESET-COUNT TO FOUND-IDX
               MOVE SJ-TARGET-ID TO RS-TARGET-ID (FOUND-IDX)
           END-IF

           MOVE SJ-TERMINAL-ID TO RS-TERMINAL (FOUND-IDX)
           MOVE SJ-OPERATOR-ID TO RS-OPERATOR (FOUND-IDX)
           MOVE SJ-TIME TO RS-TIME (FOUND-IDX)
           MOVE ENTRY-SECONDS TO RS-SECONDS (FOUND-IDX)
           MOVE "Y" TO RS-OPEN (FOUND-IDX).

      *----The first sign-on after a reset closes it out. Arriving
      *----inside the window from a terminal other than the one the
      *----reset was keyed at is the pattern of someone resetting a
      *----colleague's PIN to play as them.
       CHECK-SIGNON-AFTER-RESET-PROCEDURE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > RESET-COUNT
               IF RS-TARGET-ID (SCAN-IDX) = SJ-TARGET-ID
                       AND RS-OPEN (SCAN-IDX) = "Y"
                   MOVE "N" TO RS-OPEN (SCAN-IDX)
                   COMPUTE GAP-SECONDS =
                       ENTRY-SECONDS - RS-SECONDS (SCAN-IDX)
                   IF GAP-SECONDS <= RESET-WINDOW-SECONDS
                           AND SJ-TERMINAL-ID
                               NOT = RS-TERMINAL (SCAN-IDX)
                           AND SJ-DATE = REPORT-DATE
                       PERFORM HOLD-FLAGGED-RESET-PROCEDURE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       HOLD-FLAGGED-RESET-PROCEDURE.
           IF FLAGGED-COUNT >= TRACK-MAX
               MOVE "1" TO TABLE-FULL-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FLAGGED-COUNT
           MOVE SJ-TARGET-ID TO FR-TARGET-ID (FLAGGED-COUNT)
           MOVE RS-OPERATOR (SCAN-IDX) TO FR-OPERATOR (FLAGGED-COUNT)
           MOVE RS-TERMINAL (SCAN-IDX)
               TO FR-RESET-TERM (FLAGGED-COUNT)
           MOVE RS-TIME (SCAN-IDX) TO FR-RESET-TIME (FLAGGED-COUNT)
           MOVE SJ-TERMINAL-ID TO FR-SIGNON-TERM (FLAGGED-COUNT)
           MOVE SJ-TIME TO FR-SIGNON-TIME (FLAGGED-COUNT)
           MOVE GAP-SECONDS TO FR-GAP (FLAGGED-COUNT).

       NOTE-UNREG-PROCEDURE.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > UNREG-COUNT
               IF UR-TERMINAL (SCAN-IDX) = SJ-TERMINAL-ID
                   MOVE SCAN-IDX TO FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF FOUND-IDX = 0
               IF UNREG-COUNT >= TRACK-MAX
                   MOVE "1" TO TABLE-FULL-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO UNREG-COUNT
               MOVE UNREG-COUNT TO FOUND-IDX
               MOVE SJ-TERMINAL-ID TO UR-TERMINAL (FOUND-IDX)
               MOVE 0 TO UR-COUNT (FOUND-IDX)
           END-IF

           ADD 1 TO UR-COUNT (FOUND-IDX).

      *----An id locked more than once inside the window, at least
      *----once today, is either being guessed at or its owner needs
      *----a word.
       FLAG-REPEATED-LOCKOUTS-PROCEDURE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > LOCK-COUNT
               IF LO-COUNT (SCAN-IDX) >= REPEAT-LOCKOUT-MIN
                       AND LO-TODAY (SCAN-IDX) = "Y"
                   ADD 1 TO EXCEPTION-COUNT
                   MOVE SPACES TO SP-LINE
                   STRING "REPEATED LOCKOUTS: "
                           LO-TARGET-ID (SCAN-IDX)
                           " LOCKED " LO-COUNT (SCAN-IDX) " TIMES IN "
                           LOCKOUT-WINDOW-DAYS " DAYS"
                       DELIMITED BY SIZE INTO SP-LINE
                   PERFORM PRINT-LINE-PROCEDURE
               END-IF
           END-PERFORM.

       FLAG-RESET-SIGNONS-PROCEDURE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > FLAGGED-COUNT
               ADD 1 TO EXCEPTION-COUNT
               MOVE SPACES TO SP-LINE
               STRING "RESET THEN SIGN-ON ELSEWHERE: "
                       FR-TARGET-ID (SCAN-IDX) " PIN RESET BY "
                       FR-OPERATOR (SCAN-IDX) " AT "
                       FR-RESET-TERM (SCAN-IDX) " "
                       FR-RESET-TIME (SCAN-IDX)
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "      SIGNED ON AT " FR-SIGNON-TERM (SCAN-IDX)
                       " " FR-SIGNON-TIME (SCAN-IDX) " ("
                       FR-GAP (SCAN-IDX) " SECONDS LATER)"
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-PERFORM.

       FLAG-UNREG-BURSTS-PROCEDURE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > UNREG-COUNT
               IF UR-COUNT (SCAN-IDX) >= UNREG-BURST-MIN
                   ADD 1 TO EXCEPTION-COUNT
                   MOVE SPACES TO SP-LINE
                   STRING "UNREGISTERED IDS TRIED: TERMINAL "
                           UR-TERMINAL (SCAN-IDX) " - "
                           UR-COUNT (SCAN-IDX) " ATTEMPTS TODAY"
                       DELIMITED BY SIZE INTO SP-LINE
                   PERFORM PRINT-LINE-PROCEDURE
               END-IF
           END-PERFORM.

       PRINT-EVENT-TOTALS-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== TODAY'S TOTALS BY EVENT =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
                   UNTIL EVENT-IDX > EVENT-MAX
               MOVE SPACES TO SP-LINE
               STRING EVENT-NAME (EVENT-IDX) "  "
                       EVENT-COUNT (EVENT-IDX)
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-PERFORM
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "JOURNAL ENTRIES READ : " ENTRIES-READ
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "ENTRIES TODAY        : " ENTRIES-TODAY
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "EXCEPTIONS FLAGGED   : " EXCEPTION-COUNT
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

       END PROGRAM SECEXCP.
