      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: NIGHTLY DATA-FILE HEALTH REPORT. OPENS EVERY DATA
      *          FILE THE SYSTEM KEEPS, COUNTS ITS RECORDS AND NOTES
      *          THE OLDEST AND NEWEST DATE WHERE THE LAYOUT CARRIES
      *          ONE, AND SETS THE FIGURES BESIDE THE LAST RUN'S FROM
      *          THE HLTHHIST.DAT HISTORY SO A FILE THAT SHRANK WITH
      *          NOTHING TO EXPLAIN IT, GREW FAR PAST ITS USUAL PACE,
      *          OR WENT MISSING IS CAUGHT THE NEXT MORNING. SUSPENSE
      *          ENTRIES WAITING TO BE WORKED AND SAVEGAME OR MOVEXCH
      *          WORK FILES LEFT BEHIND ARE LISTED AS WELL. A RED ITEM
      *          ENDS THE RUN WITH RETURN CODE 8 SO THE SCHEDULER CAN
      *          HOLD DAYEND BEHIND IT; AMBER ITEMS ALONE GIVE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FILEHLTH.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT HEALTH-HIST-FILE ASSIGN TO "HLTHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HEALTH-HIST-STATUS.

           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

      *----Terminals may be playing while the report runs - every
      *----shared file is opened with the lock mode the game uses and
      *----only ever read.
           SELECT AUDIT-STORE-FILE ASSIGN TO "AUDITIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS AUDIT-STORE-STATUS.

           SELECT STATS-FILE ASSIGN TO "STATS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STATS-REC-DATE
               LOCK MODE IS MANUAL
               FILE STATUS IS STATS-STATUS.

           SELECT MONTHLY-STATS-FILE ASSIGN TO "MSTATS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-YYYYMM
               FILE STATUS IS MONTHLY-STATUS.

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

           SELECT OPER-REG-FILE ASSIGN TO "OPERREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-OPERATOR-ID
               LOCK MODE IS MANUAL
               FILE STATUS IS OPER-REG-STATUS.

           SELECT AWARDS-FILE ASSIGN TO "AWARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS AWARDS-STATUS.

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

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RUN-DATE
               FILE STATUS IS RUN-CTL-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "BKCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

           SELECT ARCH-CTL-FILE ASSIGN TO "ARCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-CTL-STATUS.

           SELECT CFG-HIST-FILE ASSIGN TO "CFGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-HIST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "SECJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

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

           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SEASONHS-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO "RPTCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-CATALOG-STATUS.

           SELECT CFG-FILE ASSIGN TO "GAMECFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-FILE-STATUS.

      *----Work files are found by name - one per operator for a
      *----suspended game, one per session for a two-terminal game.
           SELECT SAVE-GAME-FILE ASSIGN TO SAVE-GAME-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAVE-GAME-STATUS.

           SELECT MOVE-XCHG-FILE ASSIGN TO MOVE-XCHG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVE-XCHG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *----One line per file per run, appended at the end of the run.
       FD  HEALTH-HIST-FILE.
       01  HEALTH-HIST-RECORD.
           05 HH-RUN-DATE      PIC 9(8).
           05 HH-RUN-TIME      PIC 9(6).
           05 HH-FILE-NAME     PIC X(8).
           05 HH-OPEN-STATUS   PIC X(2).
           05 HH-REC-COUNT     PIC 9(9).
           05 HH-OLDEST        PIC 9(8).
           05 HH-NEWEST        PIC 9(8).

       FD  GAME-LOG-FILE.
           COPY GAMELOG.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05 AL-SESSION-ID    PIC 9(14).
           05 AL-SEQ           PIC 9(4).
           05 AL-ACTION        PIC X(1).
           05 AL-MARK          PIC X(1).
           05 AL-ROW           PIC 9.
           05 AL-COL           PIC 9.
           05 AL-ELAPSED       PIC 9(4).

       FD  AUDIT-STORE-FILE.
           COPY AUDITIDX.

       FD  STATS-FILE.
       01  STATS-RECORD.
           05 STATS-REC-DATE   PIC 9(8).
           05 STATS-X-WINS     PIC 9(5).
           05 STATS-O-WINS     PIC 9(5).
           05 STATS-DRAWS      PIC 9(5).

       FD  MONTHLY-STATS-FILE.
           COPY MSTATS.

       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-OPERATOR-ID   PIC X(10).
           05 RT-GAMES         PIC 9(5).
           05 RT-WINS-AS-X     PIC 9(5).
           05 RT-WINS-AS-O     PIC 9(5).
           05 RT-RATING        PIC 9(4).

       FD  PROFILE-FILE.
           COPY OPPROF.

       FD  OPER-REG-FILE.
           COPY OPERREG.

       FD  AWARDS-FILE.
           COPY AWARDS.

       FD  CHALLENGE-FILE.
           COPY CHALNG.

       FD  LADDER-FILE.
       01  LADDER-RECORD.
           05 LD-OPERATOR-ID   PIC X(10).

       FD  BRACKET-FILE.
           COPY BRACKET.

       FD  RUN-CTL-FILE.
       01  RUN-CTL-RECORD.
           05 RC-RUN-DATE      PIC 9(8).
           05 RC-STEP-ENTRY OCCURS 4 TIMES.
               10 RC-STEP-STATUS   PIC X(1).
               10 RC-STEP-START    PIC 9(8).
               10 RC-STEP-END      PIC 9(8).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 BC-GEN-DATE      PIC 9(8).
           05 BC-FILE-NAME     PIC X(8).
           05 BC-REC-COUNT     PIC 9(7).
           05 BC-CTL-TOTAL     PIC 9(9).
           05 BC-VERIFIED      PIC X(1).

       FD  ARCH-CTL-FILE.
       01  ARCH-CTL-RECORD.
           05 AC-RUN-DATE      PIC 9(8).
           05 AC-CUTOFF        PIC 9(8).
           05 AC-MARKER        PIC X(8).
           05 AC-FILE-TAG      PIC X(2).
           05 AC-YEAR          PIC 9(4).
           05 AC-READ          PIC 9(7).
           05 AC-ARCHIVED      PIC 9(7).
           05 AC-RETAINED      PIC 9(7).

       FD  CFG-HIST-FILE.
       01  CFG-HIST-RECORD.
           05 CH-DATE          PIC 9(8).
           05 CH-TIME          PIC 9(8).
           05 CH-OPERATOR-ID   PIC X(10).
           05 CH-BEFORE-IMAGE  PIC X(9).
           05 CH-AFTER-IMAGE   PIC X(9).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SU-SOURCE        PIC X(8).
           05 SU-REASON        PIC X(3).
           05 SU-IMAGE         PIC X(80).

       FD  JOURNAL-FILE.
           COPY SECJRNL.

       FD  SYSCTL-FILE.
           COPY SYSCTL.

       FD  DEADLINE-FILE.
           COPY DEADLINE.

       FD  SEASON-HISTORY-FILE.
           COPY SEASONHS.

       FD  REPORT-CATALOG-FILE.
           COPY RPTCATLG.

       FD  CFG-FILE.
       01  CFG-FILE-RECORD     PIC X(20).

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

       FD  MOVE-XCHG-FILE.
       01  MOVE-XCHG-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       77  HEALTH-HIST-STATUS PIC X(2).
       77  GAME-LOG-STATUS  PIC X(2).
       77  AUDIT-LOG-STATUS PIC X(2).
       77  AUDIT-STORE-STATUS PIC X(2).
       77  STATS-STATUS     PIC X(2).
       77  MONTHLY-STATUS   PIC X(2).
       77  RATINGS-STATUS   PIC X(2).
       77  PROFILE-STATUS   PIC X(2).
       77  OPER-REG-STATUS  PIC X(2).
       77  AWARDS-STATUS    PIC X(2).
       77  CHALLENGE-STATUS PIC X(2).
       77  LADDER-STATUS    PIC X(2).
       77  BRACKET-STATUS   PIC X(2).
       77  RUN-CTL-STATUS   PIC X(2).
       77  CATALOG-STATUS   PIC X(2).
       77  ARCH-CTL-STATUS  PIC X(2).
       77  CFG-HIST-STATUS  PIC X(2).
       77  SUSPENSE-STATUS  PIC X(2).
       77  JOURNAL-STATUS   PIC X(2).
       77  SYSCTL-STATUS    PIC X(2).
       77  DEADLINE-STATUS  PIC X(2).
       77  SEASONHS-STATUS  PIC X(2).
       77  REPORT-CATALOG-STATUS PIC X(2).
       77  CFG-FILE-STATUS  PIC X(2).
       77  SAVE-GAME-STATUS PIC X(2).
       77  MOVE-XCHG-STATUS PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".

       77  SAVE-GAME-FILENAME PIC X(30) VALUE SPACES.
       77  MOVE-XCHG-FILENAME PIC X(30) VALUE SPACES.

       77  TODAY-DATE       PIC 9(8).
       77  TODAY-INT        PIC S9(9) COMP.
       77  CURRENT-TIME     PIC 9(8).
       77  RUN-TIME         PIC 9(6).
       77  LAST-RUN-DATE    PIC 9(8) VALUE 0.
       77  LAST-RUN-TIME    PIC 9(6) VALUE 0.
       77  HISTORY-READ     PIC 9(7) VALUE 0.
       77  HISTORY-WRITTEN  PIC X(1) VALUE "0".

       77  FILE-IDX         PIC 99 VALUE 0.
       77  FIND-IDX         PIC 99 VALUE 0.
       77  SEEN-DATE        PIC 9(8) VALUE 0.
       77  PREV-SESSION     PIC 9(14) VALUE 0.
       77  SHRINK-BY        PIC 9(9) VALUE 0.
       77  GROWTH-PCT       PIC 9(7) VALUE 0.
       77  SHRINK-REASON    PIC X(30).

      *----Evidence, found while counting, that a job which trims a
      *----file has run since the last health report.
       77  ARCHIVE-RAN      PIC X(1) VALUE "0".
       77  SCRUB-RAN        PIC X(1) VALUE "0".
       77  MERGE-RAN        PIC X(1) VALUE "0".
       77  ADJUDGE-RAN      PIC X(1) VALUE "0".
       77  SEASON-CLOSED    PIC X(1) VALUE "0".
       77  BACKUP-RAN       PIC X(1) VALUE "0".

       77  RED-COUNT        PIC 9(4) VALUE 0.
       77  AMBER-COUNT      PIC 9(4) VALUE 0.
       77  NOTE-COUNT       PIC 9(4) VALUE 0.
       77  HELD-RC          PIC S9(4) VALUE 0.

       77  OPER-COUNT       PIC 9(4) VALUE 0.
       77  OPER-IDX         PIC 9(4) VALUE 0.
       77  OPER-TBL-FULL    PIC X(1) VALUE "0".
       77  SAVE-DATE        PIC 9(8) VALUE 0.
       77  SAVE-AGE-DAYS    PIC 9(5) VALUE 0.

       77  PROBE-SESSION    PIC 9(14) VALUE 0.
       77  PROBE-NOTE       PIC X(40).
       77  LEFTOVER-NAME    PIC X(30).
       77  LEFTOVER-COUNT   PIC 9(5) VALUE 0.
       77  LEFTOVER-IDX     PIC 99 VALUE 0.
       77  LEFTOVER-TBL-FULL PIC X(1) VALUE "0".
       77  LEFTOVER-SEEN    PIC X(1) VALUE "0".

       77  COUNT-SHOWN      PIC ZZZ,ZZZ,ZZ9.
       77  CHANGE-SHOWN     PIC ----,---,--9.
       77  PCT-SHOWN        PIC Z,ZZZ,ZZ9.
       77  DAYS-SHOWN       PIC ZZZZ9.
       77  TALLY-SHOWN      PIC ZZZ9.
       77  DATE-IN          PIC 9(8) VALUE 0.
       77  DATE-OUT         PIC X(10).

       78  FILE-MAX VALUE 23.
       78  OPER-MAX VALUE 500.
       78  LEFTOVER-MAX VALUE 50.
       78  GROWTH-MIN-RECS VALUE 100.
       78  GROWTH-LIMIT-PCT VALUE 50.
       78  SAVE-STALE-DAYS VALUE 7.

      *----Each entry is the file name, the rule that says what may
      *----shrink it, and whether the system cannot run without it.
      *----  A = ARCHPURG OR LOGSCRUB
      *----  M = OPERMRG, ADJUDGE (THROUGH A RATINGS REBUILD) OR
      *----      ARCHPURG
      *----  L = AS M, OR A SEASON CLOSE RESETTING THE LADDER
      *----  B = BACKREST RETIRING OLD GENERATIONS AT A BACKUP
      *----  T = TOURNEY REBUILDS THE WHOLE DRAW FOR EACH EVENT,
      *----      CLEARING THE OLD DRAW'S DEADLINES WITH IT
      *----  S = ENTRIES ARE WORKED OFF OR PURGED IN THE NORMAL RUN
      *----      OF THINGS
      *----  N = NOTHING - THE FILE ONLY EVER GROWS
       01  HEALTH-FILE-SETUP.
           05 FILLER           PIC X(10) VALUE "GAMELOG AY".
           05 FILLER           PIC X(10) VALUE "AUDITLOGAN".
           05 FILLER           PIC X(10) VALUE "AUDITIDXAN".
           05 FILLER           PIC X(10) VALUE "STATS   AY".
           05 FILLER           PIC X(10) VALUE "MSTATS  NN".
           05 FILLER           PIC X(10) VALUE "RATINGS MN".
           05 FILLER           PIC X(10) VALUE "OPPROF  MN".
           05 FILLER           PIC X(10) VALUE "OPERREG MY".
           05 FILLER           PIC X(10) VALUE "AWARDS  MN".
           05 FILLER           PIC X(10) VALUE "CHALNG  MN".
           05 FILLER           PIC X(10) VALUE "LADDER  LN".
           05 FILLER           PIC X(10) VALUE "BRACKET TN".
           05 FILLER           PIC X(10) VALUE "RUNCTL  NN".
           05 FILLER           PIC X(10) VALUE "BKCATLG BN".
           05 FILLER           PIC X(10) VALUE "ARCHCTL NN".
           05 FILLER           PIC X(10) VALUE "CFGHIST NN".
           05 FILLER           PIC X(10) VALUE "SUSPENSESN".
           05 FILLER           PIC X(10) VALUE "SECJRNL NN".
           05 FILLER           PIC X(10) VALUE "SYSCTL  SN".
           05 FILLER           PIC X(10) VALUE "DEADLINETN".
           05 FILLER           PIC X(10) VALUE "SEASONHSNN".
           05 FILLER           PIC X(10) VALUE "RPTCATLGNN".
           05 FILLER           PIC X(10) VALUE "GAMECFG NN".
       01  HEALTH-FILE-TABLE REDEFINES HEALTH-FILE-SETUP.
           05 HEALTH-FILE-ENTRY OCCURS 23 TIMES.
               10 HF-NAME          PIC X(8).
               10 HF-SHRINK-RULE   PIC X(1).
               10 HF-REQUIRED      PIC X(1).

       01  HEALTH-RESULT-TABLE.
           05 HEALTH-RESULT-ENTRY OCCURS 23 TIMES.
               10 HR-STATUS        PIC X(2) VALUE SPACES.
               10 HR-COUNT         PIC 9(9) VALUE 0.
               10 HR-OLDEST        PIC 9(8) VALUE 0.
               10 HR-NEWEST        PIC 9(8) VALUE 0.
               10 HR-LAST-STATUS   PIC X(2) VALUE SPACES.
               10 HR-LAST-COUNT    PIC 9(9) VALUE 0.
               10 HR-FLAG          PIC X(5) VALUE SPACES.
               10 HR-NOTE          PIC X(60) VALUE SPACES.

       01  OPER-TABLE.
           05 OPER-ENTRY OCCURS 500 TIMES.
               10 OT-OPERATOR-ID   PIC X(10).

       01  LEFTOVER-TABLE.
           05 LEFTOVER-ENTRY OCCURS 50 TIMES.
               10 LO-SESSION-ID    PIC 9(14).
               10 LO-FILE-NAME     PIC X(30).
               10 LO-NOTE          PIC X(40).

       01  DATE-WORK.
           05 DW-YEAR          PIC 9(4).
           05 DW-MONTH         PIC 99.
           05 DW-DAY           PIC 99.

       01  DATE-EDITED.
           05 DE-YEAR          PIC 9(4).
           05 FILLER           PIC X(1) VALUE "-".
           05 DE-MONTH         PIC 99.
           05 FILLER           PIC X(1) VALUE "-".
           05 DE-DAY           PIC 99.

       01  TIME-EDITED.
           05 TE-HOUR          PIC 99.
           05 FILLER           PIC X(1) VALUE ":".
           05 TE-MINUTE        PIC 99.
           05 FILLER           PIC X(1) VALUE ":".
           05 TE-SECOND        PIC 99.

       01  TIME-WORK.
           05 TW-HOUR          PIC 99.
           05 TW-MINUTE        PIC 99.
           05 TW-SECOND        PIC 99.

       01  HEADING-LINE.
           05 FILLER           PIC X(10) VALUE "FILE".
           05 FILLER           PIC X(4) VALUE "ST".
           05 FILLER           PIC X(13) VALUE "    RECORDS".
           05 FILLER           PIC X(13) VALUE "   LAST RUN".
           05 FILLER           PIC X(14) VALUE "      CHANGE".
           05 FILLER           PIC X(12) VALUE "OLDEST".
           05 FILLER           PIC X(12) VALUE "NEWEST".
           05 FILLER           PIC X(5) VALUE "FLAG".

       01  DETAIL-LINE.
           05 DL-FILE-NAME     PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-STATUS        PIC X(2).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-COUNT         PIC X(11).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-LAST-COUNT    PIC X(11).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-CHANGE        PIC X(12).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-OLDEST        PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-NEWEST        PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-FLAG          PIC X(5).

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           MOVE CURRENT-TIME (1:6) TO RUN-TIME
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (TODAY-DATE)

           MOVE "FILEHLTH" TO SP-REPORT-ID
           MOVE SPACES TO SP-PARAMETERS
           STRING "GROWTH " GROWTH-LIMIT-PCT "% OVER " GROWTH-MIN-RECS
                   " RECS  SAVES " SAVE-STALE-DAYS " DAYS"
               DELIMITED BY SIZE INTO SP-PARAMETERS
           PERFORM OPEN-SPOOL-PROCEDURE

           PERFORM LOAD-HISTORY-PROCEDURE

           PERFORM VARYING FILE-IDX FROM 1 BY 1
                   UNTIL FILE-IDX > FILE-MAX
               PERFORM COUNT-FILE-PROCEDURE
           END-PERFORM

           PERFORM PROBE-SAVES-PROCEDURE

           PERFORM VARYING FILE-IDX FROM 1 BY 1
                   UNTIL FILE-IDX > FILE-MAX
               PERFORM EVALUATE-FILE-PROCEDURE
           END-PERFORM

           PERFORM WRITE-HISTORY-PROCEDURE

           PERFORM PRINT-FILE-TABLE-PROCEDURE
           PERFORM PRINT-FLAGS-PROCEDURE
           PERFORM PRINT-LEFTOVERS-PROCEDURE
           PERFORM PRINT-SUMMARY-PROCEDURE

      *----Red holds the day-end run; amber is a warning for the
      *----morning shift. The spool close is a CALL, so the code is
      *----set after it.
           EVALUATE TRUE
               WHEN RED-COUNT > 0
                   MOVE 8 TO HELD-RC
               WHEN AMBER-COUNT > 0
                   MOVE 4 TO HELD-RC
           END-EVALUATE

           PERFORM CLOSE-SPOOL-PROCEDURE
           MOVE HELD-RC TO RETURN-CODE
           STOP RUN.

      *----The history is in run order, so the last line held for a
      *----file is its figure from the previous run.
       LOAD-HISTORY-PROCEDURE.
           OPEN INPUT HEALTH-HIST-FILE
           IF HEALTH-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ HEALTH-HIST-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO HISTORY-READ
                       MOVE HH-RUN-DATE TO LAST-RUN-DATE
                       MOVE HH-RUN-TIME TO LAST-RUN-TIME
                       PERFORM VARYING FIND-IDX FROM 1 BY 1
                               UNTIL FIND-IDX > FILE-MAX
                           IF HF-NAME (FIND-IDX) = HH-FILE-NAME
                               MOVE HH-OPEN-STATUS
                                   TO HR-LAST-STATUS (FIND-IDX)
                               MOVE HH-REC-COUNT
                                   TO HR-LAST-COUNT (FIND-IDX)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           CLOSE HEALTH-HIST-FILE.

       COUNT-FILE-PROCEDURE.
           EVALUATE HF-NAME (FILE-IDX)
               WHEN "GAMELOG"
                   PERFORM COUNT-GAME-LOG-PROCEDURE
               WHEN "AUDITLOG"
                   PERFORM COUNT-AUDIT-LOG-PROCEDURE
               WHEN "AUDITIDX"
                   PERFORM COUNT-AUDIT-STORE-PROCEDURE
               WHEN "STATS"
                   PERFORM COUNT-STATS-PROCEDURE
               WHEN "MSTATS"
                   PERFORM COUNT-MONTHLY-STATS-PROCEDURE
               WHEN "RATINGS"
                   PERFORM COUNT-RATINGS-PROCEDURE
               WHEN "OPPROF"
                   PERFORM COUNT-PROFILE-PROCEDURE
               WHEN "OPERREG"
                   PERFORM COUNT-OPER-REG-PROCEDURE
               WHEN "AWARDS"
                   PERFORM COUNT-AWARDS-PROCEDURE
               WHEN "CHALNG"
                   PERFORM COUNT-CHALLENGE-PROCEDURE
               WHEN "LADDER"
                   PERFORM COUNT-LADDER-PROCEDURE
               WHEN "BRACKET"
                   PERFORM COUNT-BRACKET-PROCEDURE
               WHEN "RUNCTL"
                   PERFORM COUNT-RUN-CTL-PROCEDURE
               WHEN "BKCATLG"
                   PERFORM COUNT-CATALOG-PROCEDURE
               WHEN "ARCHCTL"
                   PERFORM COUNT-ARCH-CTL-PROCEDURE
               WHEN "CFGHIST"
                   PERFORM COUNT-CFG-HIST-PROCEDURE
               WHEN "SUSPENSE"
                   PERFORM COUNT-SUSPENSE-PROCEDURE
               WHEN "SECJRNL"
                   PERFORM COUNT-JOURNAL-PROCEDURE
               WHEN "SYSCTL"
                   PERFORM COUNT-SYSCTL-PROCEDURE
               WHEN "DEADLINE"
                   PERFORM COUNT-DEADLINE-PROCEDURE
               WHEN "SEASONHS"
                   PERFORM COUNT-SEASON-HISTORY-PROCEDURE
               WHEN "RPTCATLG"
                   PERFORM COUNT-REPORT-CATALOG-PROCEDURE
               WHEN "GAMECFG"
                   PERFORM COUNT-CFG-PROCEDURE
           END-EVALUATE.

      *----A finished two-terminal game should have had its MOVEXCH
      *----file removed by the host terminal, so each one logged is
      *----looked for. Games posted off-system never had one.
       COUNT-GAME-LOG-PROCEDURE.
           OPEN INPUT GAME-LOG-FILE
           MOVE GAME-LOG-STATUS TO HR-STATUS (FILE-IDX)
           IF GAME-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ GAME-LOG-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE GL-DATE TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
                       IF GL-ENTRY-TYPE = SPACE
                               AND GL-COMPUTER-SEAT = SPACE
                               AND GL-OPPONENT-ID NOT = SPACES
                               AND GL-SESSION-ID NUMERIC
                               AND GL-SESSION-ID (9:6) <= "900000"
                           MOVE GL-SESSION-ID TO PROBE-SESSION
                           MOVE "GAME IS OVER AND ON THE GAME LOG"
                               TO PROBE-NOTE
                           PERFORM PROBE-EXCHANGE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GAME-LOG-FILE.

       COUNT-AUDIT-LOG-PROCEDURE.
           OPEN INPUT AUDIT-LOG-FILE
           MOVE AUDIT-LOG-STATUS TO HR-STATUS (FILE-IDX)
           IF AUDIT-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE AL-SESSION-ID (1:8) TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE AUDIT-LOG-FILE.

      *----A session from an earlier day cannot still be in play, so
      *----any MOVEXCH file it left is looked for too - this catches
      *----two-terminal games that ended without reaching the log.
       COUNT-AUDIT-STORE-PROCEDURE.
           OPEN INPUT AUDIT-STORE-FILE
           MOVE AUDIT-STORE-STATUS TO HR-STATUS (FILE-IDX)
           IF AUDIT-STORE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PREV-SESSION
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ AUDIT-STORE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE AX-SESSION-ID (1:8) TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
                       IF AX-SESSION-ID NOT = PREV-SESSION
                           MOVE AX-SESSION-ID TO PREV-SESSION
                           IF SEEN-DATE NUMERIC
                                   AND SEEN-DATE < TODAY-DATE
                               MOVE AX-SESSION-ID TO PROBE-SESSION
                               MOVE "SESSION BEGAN ON AN EARLIER DAY"
                                   TO PROBE-NOTE
                               PERFORM PROBE-EXCHANGE-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AUDIT-STORE-FILE.

       COUNT-STATS-PROCEDURE.
           OPEN INPUT STATS-FILE
           MOVE STATS-STATUS TO HR-STATUS (FILE-IDX)
           IF STATS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ STATS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE STATS-REC-DATE TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE STATS-FILE.

      *----A month's summary is dated the first of its month.
       COUNT-MONTHLY-STATS-PROCEDURE.
           OPEN INPUT MONTHLY-STATS-FILE
           MOVE MONTHLY-STATUS TO HR-STATUS (FILE-IDX)
           IF MONTHLY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ MONTHLY-STATS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE 0 TO SEEN-DATE
                       IF MS-YYYYMM NUMERIC
                           COMPUTE SEEN-DATE = MS-YYYYMM * 100 + 1
                       END-IF
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE MONTHLY-STATS-FILE.

       COUNT-RATINGS-PROCEDURE.
           OPEN INPUT RATINGS-FILE
           MOVE RATINGS-STATUS TO HR-STATUS (FILE-IDX)
           IF RATINGS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ RATINGS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE 0 TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE RATINGS-FILE.

       COUNT-PROFILE-PROCEDURE.
           OPEN INPUT PROFILE-FILE
           MOVE PROFILE-STATUS TO HR-STATUS (FILE-IDX)
           IF PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ PROFILE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE 0 TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE PROFILE-FILE.

      *----Every registered operator could have a suspended game on
      *----hand, so the ids are kept to look for SAVEGAME files.
       COUNT-OPER-REG-PROCEDURE.
           OPEN INPUT OPER-REG-FILE
           MOVE OPER-REG-STATUS TO HR-STATUS (FILE-IDX)
           IF OPER-REG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ OPER-REG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE 0 TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
                       IF OPER-COUNT < OPER-MAX
                           ADD 1 TO OPER-COUNT
                           MOVE RG-OPERATOR-ID
                               TO OT-OPERATOR-ID (OPER-COUNT)
                       ELSE
                           MOVE "1" TO OPER-TBL-FULL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPER-REG-FILE.

       COUNT-AWARDS-PROCEDURE.
           OPEN INPUT AWARDS-FILE
           MOVE AWARDS-STATUS TO HR-STATUS (FILE-IDX)
           IF AWARDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ AWARDS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE AW-DATE-EARNED TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE AWARDS-FILE.

       COUNT-CHALLENGE-PROCEDURE.
           OPEN INPUT CHALLENGE-FILE
           MOVE CHALLENGE-STATUS TO HR-STATUS (FILE-IDX)
           IF CHALLENGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CHALLENGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE CN-POST-DATE TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE CHALLENGE-FILE.

       COUNT-LADDER-PROCEDURE.
           OPEN INPUT LADDER-FILE
           MOVE LADDER-STATUS TO HR-STATUS (FILE-IDX)
           IF LADDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ LADDER-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE 0 TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE LADDER-FILE.

       COUNT-BRACKET-PROCEDURE.
           OPEN INPUT BRACKET-FILE
           MOVE BRACKET-STATUS TO HR-STATUS (FILE-IDX)
           IF BRACKET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ BRACKET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE 0 TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE BRACKET-FILE.

       COUNT-RUN-CTL-PROCEDURE.
           OPEN INPUT RUN-CTL-FILE
           MOVE RUN-CTL-STATUS TO HR-STATUS (FILE-IDX)
           IF RUN-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ RUN-CTL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE RC-RUN-DATE TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE RUN-CTL-FILE.

       COUNT-CATALOG-PROCEDURE.
           OPEN INPUT CATALOG-FILE
           MOVE CATALOG-STATUS TO HR-STATUS (FILE-IDX)
           IF CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE BC-GEN-DATE TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
                       IF LAST-RUN-DATE > 0
                               AND BC-GEN-DATE NUMERIC
                               AND BC-GEN-DATE >= LAST-RUN-DATE
                           MOVE "1" TO BACKUP-RAN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CATALOG-FILE.

       COUNT-ARCH-CTL-PROCEDURE.
           OPEN INPUT ARCH-CTL-FILE
           MOVE ARCH-CTL-STATUS TO HR-STATUS (FILE-IDX)
           IF ARCH-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ARCH-CTL-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE AC-RUN-DATE TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
                       IF LAST-RUN-DATE > 0
                               AND AC-RUN-DATE NUMERIC
                               AND AC-RUN-DATE >= LAST-RUN-DATE
                           MOVE "1" TO ARCHIVE-RAN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCH-CTL-FILE.

       COUNT-CFG-HIST-PROCEDURE.
           OPEN INPUT CFG-HIST-FILE
           MOVE CFG-HIST-STATUS TO HR-STATUS (FILE-IDX)
           IF CFG-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CFG-HIST-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE CH-DATE TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE CFG-HIST-FILE.

      *----LOGSCRUB only ever adds to the suspense file, so more
      *----entries than last time means it has run and may have
      *----taken records off the logs.
       COUNT-SUSPENSE-PROCEDURE.
           OPEN INPUT SUSPENSE-FILE
           MOVE SUSPENSE-STATUS TO HR-STATUS (FILE-IDX)
           IF SUSPENSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SUSPENSE-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE 0 TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE SUSPENSE-FILE

           IF HR-COUNT (FILE-IDX) > HR-LAST-COUNT (FILE-IDX)
               MOVE "1" TO SCRUB-RAN
           END-IF.

       COUNT-JOURNAL-PROCEDURE.
           OPEN INPUT JOURNAL-FILE
           MOVE JOURNAL-STATUS TO HR-STATUS (FILE-IDX)
           IF JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE SJ-DATE TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
                       IF LAST-RUN-DATE > 0
                               AND SJ-DATE NUMERIC
                               AND SJ-DATE >= LAST-RUN-DATE
                           EVALUATE SJ-EVENT
                               WHEN "MERGE"
                               WHEN "RETIRE"
                                   MOVE "1" TO MERGE-RAN
                               WHEN "ADJUDGE"
                                   MOVE "1" TO ADJUDGE-RAN
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE.

       COUNT-SYSCTL-PROCEDURE.
           OPEN INPUT SYSCTL-FILE
           MOVE SYSCTL-STATUS TO HR-STATUS (FILE-IDX)
           IF SYSCTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SYSCTL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE 0 TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE SYSCTL-FILE.

      *----Each record type carries its own date - when the settings
      *----were set, the match scheduled or the reminder sent.
       COUNT-DEADLINE-PROCEDURE.
           OPEN INPUT DEADLINE-FILE
           MOVE DEADLINE-STATUS TO HR-STATUS (FILE-IDX)
           IF DEADLINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ DEADLINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       EVALUATE DL-REC-TYPE
                           WHEN "S"
                               MOVE DL-SET-DATE TO SEEN-DATE
                           WHEN "M"
                               MOVE DL-SCHED-DATE TO SEEN-DATE
                           WHEN "R"
                               MOVE DL-REMINDED-DATE TO SEEN-DATE
                           WHEN OTHER
                               MOVE 0 TO SEEN-DATE
                       END-EVALUATE
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE DEADLINE-FILE.

      *----Only the closing headers carry a date of their own.
       COUNT-SEASON-HISTORY-PROCEDURE.
           OPEN INPUT SEASON-HISTORY-FILE
           MOVE SEASONHS-STATUS TO HR-STATUS (FILE-IDX)
           IF SEASONHS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SEASON-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE 0 TO SEEN-DATE
                       IF SH-REC-TYPE = "H"
                           MOVE SH-CLOSED-DATE TO SEEN-DATE
                           IF LAST-RUN-DATE > 0
                                   AND SH-CLOSED-DATE NUMERIC
                                   AND SH-CLOSED-DATE >= LAST-RUN-DATE
                               MOVE "1" TO SEASON-CLOSED
                           END-IF
                       END-IF
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE SEASON-HISTORY-FILE.

       COUNT-REPORT-CATALOG-PROCEDURE.
           OPEN INPUT REPORT-CATALOG-FILE
           MOVE REPORT-CATALOG-STATUS TO HR-STATUS (FILE-IDX)
           IF REPORT-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ REPORT-CATALOG-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE RK-RUN-DATE TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE REPORT-CATALOG-FILE.

       COUNT-CFG-PROCEDURE.
           OPEN INPUT CFG-FILE
           MOVE CFG-FILE-STATUS TO HR-STATUS (FILE-IDX)
           IF CFG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CFG-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE 0 TO SEEN-DATE
                       PERFORM NOTE-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE CFG-FILE.

      *----A zero or damaged date is counted but kept out of the
      *----oldest and newest figures.
       NOTE-RECORD-PROCEDURE.
           ADD 1 TO HR-COUNT (FILE-IDX)

           IF SEEN-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF SEEN-DATE < 19000101 OR SEEN-DATE > 99991231
               EXIT PARAGRAPH
           END-IF

           IF HR-OLDEST (FILE-IDX) = 0
                   OR SEEN-DATE < HR-OLDEST (FILE-IDX)
               MOVE SEEN-DATE TO HR-OLDEST (FILE-IDX)
           END-IF
           IF SEEN-DATE > HR-NEWEST (FILE-IDX)
               MOVE SEEN-DATE TO HR-NEWEST (FILE-IDX)
           END-IF.

      *----A session already listed is not looked for twice.
       PROBE-EXCHANGE-PROCEDURE.
           MOVE "0" TO LEFTOVER-SEEN
           PERFORM VARYING LEFTOVER-IDX FROM 1 BY 1
                   UNTIL LEFTOVER-IDX > LEFTOVER-COUNT
                      OR LEFTOVER-IDX > LEFTOVER-MAX
               IF LO-SESSION-ID (LEFTOVER-IDX) = PROBE-SESSION
                   MOVE "1" TO LEFTOVER-SEEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LEFTOVER-SEEN = "1"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MOVE-XCHG-FILENAME
           STRING "MOVEXCH_" DELIMITED BY SIZE
                   PROBE-SESSION DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO MOVE-XCHG-FILENAME

           OPEN INPUT MOVE-XCHG-FILE
           IF MOVE-XCHG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE MOVE-XCHG-FILE

           MOVE MOVE-XCHG-FILENAME TO LEFTOVER-NAME
           PERFORM ADD-LEFTOVER-PROCEDURE.

      *----Only a save the owner has left alone for a week is worth a
      *----mention; SVSWEEP is the job that forfeits it.
       PROBE-SAVES-PROCEDURE.
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT
               MOVE SPACES TO SAVE-GAME-FILENAME
               STRING "SAVEGAME_" DELIMITED BY SIZE
                       FUNCTION TRIM (OT-OPERATOR-ID (OPER-IDX))
                           DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                   INTO SAVE-GAME-FILENAME
               PERFORM PROBE-ONE-SAVE-PROCEDURE
           END-PERFORM.

       PROBE-ONE-SAVE-PROCEDURE.
           OPEN INPUT SAVE-GAME-FILE
           IF SAVE-GAME-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ SAVE-GAME-FILE
               AT END
      *------------A CLEARED CHECKPOINT - AN EMPTY FILE IS NOT A GAME.
                   CLOSE SAVE-GAME-FILE
                   EXIT PARAGRAPH
           END-READ

           CLOSE SAVE-GAME-FILE

           MOVE 0 TO SAVE-AGE-DAYS
           IF SG-SESSION-ID NUMERIC AND SG-SESSION-ID > 0
               MOVE SG-SESSION-ID (1:8) TO SAVE-DATE
               IF SAVE-DATE >= 19000101 AND SAVE-DATE <= 99991231
                       AND SAVE-DATE <= TODAY-DATE
                   COMPUTE SAVE-AGE-DAYS = TODAY-INT
                       - FUNCTION INTEGER-OF-DATE (SAVE-DATE)
               END-IF
           END-IF

           IF SAVE-AGE-DAYS <= SAVE-STALE-DAYS
               EXIT PARAGRAPH
           END-IF

           MOVE SAVE-AGE-DAYS TO DAYS-SHOWN
           MOVE SPACES TO PROBE-NOTE
           STRING "SUSPENDED " FUNCTION TRIM (DAYS-SHOWN)
                   " DAYS - RUN SVSWEEP"
               DELIMITED BY SIZE INTO PROBE-NOTE
           MOVE SG-SESSION-ID TO PROBE-SESSION
           MOVE SAVE-GAME-FILENAME TO LEFTOVER-NAME
           PERFORM ADD-LEFTOVER-PROCEDURE.

       ADD-LEFTOVER-PROCEDURE.
           ADD 1 TO LEFTOVER-COUNT
           IF LEFTOVER-COUNT > LEFTOVER-MAX
               MOVE "1" TO LEFTOVER-TBL-FULL
               EXIT PARAGRAPH
           END-IF
           MOVE PROBE-SESSION TO LO-SESSION-ID (LEFTOVER-COUNT)
           MOVE LEFTOVER-NAME TO LO-FILE-NAME (LEFTOVER-COUNT)
           MOVE PROBE-NOTE TO LO-NOTE (LEFTOVER-COUNT).

      *----Red is a file that cannot be trusted tonight - gone, will
      *----not open, or smaller than last time with nothing on record
      *----to explain it - and suspense entries nobody has worked.
      *----Amber is unusual growth. A note is for information only.
       EVALUATE-FILE-PROCEDURE.
           EVALUATE TRUE
               WHEN HR-STATUS (FILE-IDX) = "35"
                   EVALUATE TRUE
                       WHEN HF-REQUIRED (FILE-IDX) = "Y"
                           MOVE "RED" TO HR-FLAG (FILE-IDX)
                           MOVE "REQUIRED FILE IS MISSING"
                               TO HR-NOTE (FILE-IDX)
                       WHEN HR-LAST-STATUS (FILE-IDX) = "00"
                           MOVE "RED" TO HR-FLAG (FILE-IDX)
                           MOVE "MISSING - IT WAS THERE AT THE LAST RUN"
                               TO HR-NOTE (FILE-IDX)
                       WHEN OTHER
                           MOVE "NOTE" TO HR-FLAG (FILE-IDX)
                           MOVE "NOT YET CREATED" TO HR-NOTE (FILE-IDX)
                   END-EVALUATE
               WHEN HR-STATUS (FILE-IDX) NOT = "00"
                   MOVE "RED" TO HR-FLAG (FILE-IDX)
                   STRING "WOULD NOT OPEN - FILE STATUS "
                           HR-STATUS (FILE-IDX)
                       DELIMITED BY SIZE INTO HR-NOTE (FILE-IDX)
               WHEN HR-LAST-STATUS (FILE-IDX) = "35"
                   MOVE "NOTE" TO HR-FLAG (FILE-IDX)
                   MOVE "CREATED SINCE THE LAST RUN"
                       TO HR-NOTE (FILE-IDX)
               WHEN HR-LAST-STATUS (FILE-IDX) NOT = "00"
                   CONTINUE
               WHEN HR-COUNT (FILE-IDX) < HR-LAST-COUNT (FILE-IDX)
                   PERFORM CHECK-SHRINK-PROCEDURE
               WHEN OTHER
                   PERFORM CHECK-GROWTH-PROCEDURE
           END-EVALUATE

           IF HF-NAME (FILE-IDX) = "SUSPENSE"
                   AND HR-STATUS (FILE-IDX) = "00"
                   AND HR-COUNT (FILE-IDX) > 0
               MOVE HR-COUNT (FILE-IDX) TO COUNT-SHOWN
               MOVE "RED" TO HR-FLAG (FILE-IDX)
               MOVE SPACES TO HR-NOTE (FILE-IDX)
               STRING FUNCTION TRIM (COUNT-SHOWN)
                       " ENTRIES WAITING - CORRECT AND REPOST THEM"
                   DELIMITED BY SIZE INTO HR-NOTE (FILE-IDX)
           END-IF

           EVALUATE HR-FLAG (FILE-IDX)
               WHEN "RED"
                   ADD 1 TO RED-COUNT
               WHEN "AMBER"
                   ADD 1 TO AMBER-COUNT
               WHEN "NOTE"
                   ADD 1 TO NOTE-COUNT
           END-EVALUATE.

       CHECK-SHRINK-PROCEDURE.
           COMPUTE SHRINK-BY = HR-LAST-COUNT (FILE-IDX)
               - HR-COUNT (FILE-IDX)
           MOVE SHRINK-BY TO COUNT-SHOWN
           MOVE SPACES TO SHRINK-REASON

           EVALUATE HF-SHRINK-RULE (FILE-IDX)
               WHEN "A"
                   EVALUATE TRUE
                       WHEN ARCHIVE-RAN = "1"
                           MOVE "ARCHPURG HAS RUN" TO SHRINK-REASON
                       WHEN SCRUB-RAN = "1"
                           MOVE "LOGSCRUB HAS RUN" TO SHRINK-REASON
                   END-EVALUATE
               WHEN "M"
               WHEN "L"
                   EVALUATE TRUE
                       WHEN MERGE-RAN = "1"
                           MOVE "OPERMRG HAS RUN" TO SHRINK-REASON
                       WHEN ADJUDGE-RAN = "1"
                           MOVE "ADJUDGE HAS RUN" TO SHRINK-REASON
                       WHEN ARCHIVE-RAN = "1"
                           MOVE "ARCHPURG HAS RUN" TO SHRINK-REASON
                       WHEN SEASON-CLOSED = "1"
                               AND HF-SHRINK-RULE (FILE-IDX) = "L"
                           MOVE "A SEASON HAS CLOSED" TO SHRINK-REASON
                   END-EVALUATE
               WHEN "B"
                   IF BACKUP-RAN = "1"
                       MOVE "A BACKUP HAS BEEN TAKEN" TO SHRINK-REASON
                   END-IF
               WHEN "T"
                   MOVE "TOURNEY REBUILDS THE DRAW" TO SHRINK-REASON
               WHEN "S"
                   MOVE "ENTRIES WORKED OFF" TO SHRINK-REASON
           END-EVALUATE

           MOVE SPACES TO HR-NOTE (FILE-IDX)
           IF SHRINK-REASON = SPACES
               MOVE "RED" TO HR-FLAG (FILE-IDX)
               STRING "SHRANK BY " FUNCTION TRIM (COUNT-SHOWN)
                       " - NOTHING SINCE THE LAST RUN EXPLAINS IT"
                   DELIMITED BY SIZE INTO HR-NOTE (FILE-IDX)
           ELSE
               MOVE "NOTE" TO HR-FLAG (FILE-IDX)
               STRING "SHRANK BY " FUNCTION TRIM (COUNT-SHOWN)
                       " - " FUNCTION TRIM (SHRINK-REASON)
                   DELIMITED BY SIZE INTO HR-NOTE (FILE-IDX)
           END-IF.

      *----A small file can double in a day without meaning anything,
      *----so growth is only judged once the file has some size.
       CHECK-GROWTH-PROCEDURE.
           IF HR-LAST-COUNT (FILE-IDX) < GROWTH-MIN-RECS
               EXIT PARAGRAPH
           END-IF
           IF HR-COUNT (FILE-IDX) NOT > HR-LAST-COUNT (FILE-IDX)
               EXIT PARAGRAPH
           END-IF

           COMPUTE GROWTH-PCT = (HR-COUNT (FILE-IDX)
               - HR-LAST-COUNT (FILE-IDX)) * 100
               / HR-LAST-COUNT (FILE-IDX)
           IF GROWTH-PCT <= GROWTH-LIMIT-PCT
               EXIT PARAGRAPH
           END-IF

           MOVE GROWTH-PCT TO PCT-SHOWN
           MOVE "AMBER" TO HR-FLAG (FILE-IDX)
           MOVE SPACES TO HR-NOTE (FILE-IDX)
           STRING "GREW " FUNCTION TRIM (PCT-SHOWN)
                   "% SINCE THE LAST RUN"
               DELIMITED BY SIZE INTO HR-NOTE (FILE-IDX).

      *----Tonight's figures become the next run's comparison. A
      *----history that cannot be written leaves the next run with
      *----nothing to compare against, which is worth a warning.
       WRITE-HISTORY-PROCEDURE.
           OPEN EXTEND HEALTH-HIST-FILE
           IF HEALTH-HIST-STATUS = "35"
               OPEN OUTPUT HEALTH-HIST-FILE
           END-IF
           IF HEALTH-HIST-STATUS NOT = "00"
               ADD 1 TO AMBER-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING FILE-IDX FROM 1 BY 1
                   UNTIL FILE-IDX > FILE-MAX
               MOVE TODAY-DATE TO HH-RUN-DATE
               MOVE RUN-TIME TO HH-RUN-TIME
               MOVE HF-NAME (FILE-IDX) TO HH-FILE-NAME
               MOVE HR-STATUS (FILE-IDX) TO HH-OPEN-STATUS
               MOVE HR-COUNT (FILE-IDX) TO HH-REC-COUNT
               MOVE HR-OLDEST (FILE-IDX) TO HH-OLDEST
               MOVE HR-NEWEST (FILE-IDX) TO HH-NEWEST
               WRITE HEALTH-HIST-RECORD
           END-PERFORM

           CLOSE HEALTH-HIST-FILE
           MOVE "1" TO HISTORY-WRITTEN.

       PRINT-FILE-TABLE-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== DATA-FILE HEALTH REPORT =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           MOVE SPACES TO SP-LINE
           IF HISTORY-READ = 0
               STRING "NO EARLIER RUN ON HLTHHIST.DAT - THIS RUN SETS"
                       " THE BASELINE."
                   DELIMITED BY SIZE INTO SP-LINE
           ELSE
               MOVE LAST-RUN-DATE TO DATE-IN
               PERFORM FORMAT-DATE-PROCEDURE
               MOVE LAST-RUN-TIME TO TIME-WORK
               MOVE TW-HOUR TO TE-HOUR
               MOVE TW-MINUTE TO TE-MINUTE
               MOVE TW-SECOND TO TE-SECOND
               STRING "COMPARED WITH THE RUN OF " DATE-OUT " AT "
                       TIME-EDITED
                   DELIMITED BY SIZE INTO SP-LINE
           END-IF
           PERFORM PRINT-LINE-PROCEDURE

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE HEADING-LINE TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING FILE-IDX FROM 1 BY 1
                   UNTIL FILE-IDX > FILE-MAX
               PERFORM PRINT-FILE-LINE-PROCEDURE
           END-PERFORM.

       PRINT-FILE-LINE-PROCEDURE.
           MOVE HF-NAME (FILE-IDX) TO DL-FILE-NAME
           MOVE HR-STATUS (FILE-IDX) TO DL-STATUS
           MOVE SPACES TO DL-COUNT DL-LAST-COUNT DL-CHANGE

           IF HR-STATUS (FILE-IDX) = "00"
               MOVE HR-COUNT (FILE-IDX) TO COUNT-SHOWN
               MOVE COUNT-SHOWN TO DL-COUNT
           END-IF

           IF HR-LAST-STATUS (FILE-IDX) = "00"
               MOVE HR-LAST-COUNT (FILE-IDX) TO COUNT-SHOWN
               MOVE COUNT-SHOWN TO DL-LAST-COUNT
               IF HR-STATUS (FILE-IDX) = "00"
                   COMPUTE CHANGE-SHOWN = HR-COUNT (FILE-IDX)
                       - HR-LAST-COUNT (FILE-IDX)
                   MOVE CHANGE-SHOWN TO DL-CHANGE
               END-IF
           END-IF

           MOVE HR-OLDEST (FILE-IDX) TO DATE-IN
           PERFORM FORMAT-DATE-PROCEDURE
           MOVE DATE-OUT TO DL-OLDEST
           MOVE HR-NEWEST (FILE-IDX) TO DATE-IN
           PERFORM FORMAT-DATE-PROCEDURE
           MOVE DATE-OUT TO DL-NEWEST

           MOVE HR-FLAG (FILE-IDX) TO DL-FLAG
           MOVE DETAIL-LINE TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-FLAGS-PROCEDURE.
           IF RED-COUNT + AMBER-COUNT + NOTE-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "FLAGGED FILES:" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING FILE-IDX FROM 1 BY 1
                   UNTIL FILE-IDX > FILE-MAX
               IF HR-FLAG (FILE-IDX) NOT = SPACES
                   MOVE SPACES TO SP-LINE
                   STRING "  " HR-FLAG (FILE-IDX) "  "
                           HF-NAME (FILE-IDX) "  "
                           HR-NOTE (FILE-IDX)
                       DELIMITED BY SIZE INTO SP-LINE
                   PERFORM PRINT-LINE-PROCEDURE
               END-IF
           END-PERFORM.

       PRINT-LEFTOVERS-PROCEDURE.
           IF LEFTOVER-COUNT = 0 AND OPER-TBL-FULL = "0"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "WORK FILES LEFT BEHIND:" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM VARYING LEFTOVER-IDX FROM 1 BY 1
                   UNTIL LEFTOVER-IDX > LEFTOVER-COUNT
                      OR LEFTOVER-IDX > LEFTOVER-MAX
               MOVE SPACES TO SP-LINE
               STRING "  AMBER  " LO-FILE-NAME (LEFTOVER-IDX) "  "
                       LO-NOTE (LEFTOVER-IDX)
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-PERFORM

           IF LEFTOVER-TBL-FULL = "1"
               MOVE "NOTICE: MORE WORK FILES THAN THE WORK TABLE HOLDS"
                   TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF
           IF OPER-TBL-FULL = "1"
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: MORE OPERATORS THAN THE WORK TABLE"
                       " HOLDS - SOME SAVEGAME FILES NOT LOOKED FOR"
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           ADD LEFTOVER-COUNT TO AMBER-COUNT.

       PRINT-SUMMARY-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           IF HISTORY-WRITTEN = "0"
               MOVE SPACES TO SP-LINE
               STRING "AMBER  COULD NOT RECORD THIS RUN ON HLTHHIST.DAT"
                       " - STATUS " HEALTH-HIST-STATUS
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           MOVE SPACES TO SP-LINE
           MOVE FILE-MAX TO TALLY-SHOWN
           STRING "FILES CHECKED: " FUNCTION TRIM (TALLY-SHOWN)
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           MOVE SPACES TO SP-LINE
           MOVE RED-COUNT TO TALLY-SHOWN
           STRING "RED ITEMS:     " FUNCTION TRIM (TALLY-SHOWN)
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           MOVE SPACES TO SP-LINE
           MOVE AMBER-COUNT TO TALLY-SHOWN
           STRING "AMBER ITEMS:   " FUNCTION TRIM (TALLY-SHOWN)
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           IF RED-COUNT > 0
               MOVE SPACES TO SP-LINE
               STRING "DAY-END SHOULD NOT RUN UNTIL THE RED ITEMS"
                       " ARE CLEARED."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

      *----A zero date prints as blanks.
       FORMAT-DATE-PROCEDURE.
           IF DATE-IN = 0
               MOVE SPACES TO DATE-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE DATE-IN TO DATE-WORK
           MOVE DW-YEAR TO DE-YEAR
           MOVE DW-MONTH TO DE-MONTH
           MOVE DW-DAY TO DE-DAY
           MOVE DATE-EDITED TO DATE-OUT.

      *----Every line shown on SYSOUT also goes to the run's dated
      *----print file through RPTSPOOL.
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

       END PROGRAM FILEHLTH.
