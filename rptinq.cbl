      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: REPORT CATALOG INQUIRY - LIST THE RUNS RECORDED IN
      *          RPTCATLG.DAT, OPTIONALLY FOR ONE DATE AND/OR ONE
      *          REPORT ID, AND REPRINT ANY PAST RUN TO SYSOUT FROM
      *          ITS DATED PRINT FILE BY DATE AND REPORT ID. WHEN A
      *          REPORT RAN MORE THAN ONCE THAT DAY THE RUN TIME PICKS
      *          WHICH, THE LATEST RUN BEING THE DEFAULT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RPTINQ.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "RPTCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

           SELECT PRINT-FILE ASSIGN TO PRINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CATALOG-FILE.
           COPY RPTCATLG.

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       77  CATALOG-STATUS   PIC X(2).
       77  PRINT-STATUS     PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".

       77  MENU-ANSWER      PIC X(1).
       77  DATE-ANSWER      PIC X(8).
       77  ID-ANSWER        PIC X(12).
       77  TIME-ANSWER      PIC X(6).
       77  WANT-DATE        PIC 9(8) VALUE 0.
       77  WANT-ID          PIC X(12) VALUE SPACES.
       77  WANT-TIME        PIC 9(6) VALUE 0.
       77  RUNS-LISTED      PIC 9(5) VALUE 0.
       77  RUNS-MATCHED     PIC 9(3) VALUE 0.
       77  RUN-FOUND        PIC X(1).
       77  PRINT-FILENAME   PIC X(40) VALUE SPACES.
       77  PICK-TIME        PIC 9(6) VALUE 0.
       77  PICK-FILENAME    PIC X(40) VALUE SPACES.
       77  LINES-REPRINTED  PIC 9(7) VALUE 0.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM FOREVER
               DISPLAY " "
               DISPLAY "===== REPORT CATALOG INQUIRY ====="
               DISPLAY "L = LIST CATALOGED RUNS"
               DISPLAY "P = REPRINT A PAST RUN"
               DISPLAY "Q = QUIT"
               DISPLAY "CHOICE: "
               ACCEPT MENU-ANSWER

               EVALUATE FUNCTION UPPER-CASE (MENU-ANSWER)
                   WHEN "L"
                       PERFORM LIST-CATALOG-PROCEDURE
                   WHEN "P"
                       PERFORM REPRINT-RUN-PROCEDURE
                   WHEN "Q"
                       EXIT PERFORM
                   WHEN OTHER
                       DISPLAY "PLEASE ANSWER L, P OR Q."
               END-EVALUATE
           END-PERFORM

           STOP RUN.

      *----A blank answer means "any" for both filters.
       ACCEPT-FILTERS-PROCEDURE.
           MOVE 0 TO WANT-DATE
           MOVE SPACES TO WANT-ID

           DISPLAY "RUN DATE (YYYYMMDD, ENTER FOR ALL): "
           ACCEPT DATE-ANSWER
           IF DATE-ANSWER NOT = SPACES
               IF DATE-ANSWER NUMERIC
                   MOVE DATE-ANSWER TO WANT-DATE
               ELSE
                   DISPLAY "DATE IGNORED - EIGHT DIGITS EXPECTED."
               END-IF
           END-IF

           DISPLAY "REPORT ID (ENTER FOR ALL): "
           ACCEPT ID-ANSWER
           MOVE FUNCTION UPPER-CASE (ID-ANSWER) TO WANT-ID.

       LIST-CATALOG-PROCEDURE.
           PERFORM ACCEPT-FILTERS-PROCEDURE

           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "NO REPORT CATALOG ON FILE YET."
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "DATE     TIME   REPORT       PAGES LINES   "
               "PARAMETERS"
           MOVE 0 TO RUNS-LISTED
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF (WANT-DATE = 0 OR RK-RUN-DATE = WANT-DATE)
                               AND (WANT-ID = SPACES
                                   OR RK-REPORT-ID = WANT-ID)
                           ADD 1 TO RUNS-LISTED
                           DISPLAY RK-RUN-DATE " " RK-RUN-TIME " "
                               RK-REPORT-ID " " RK-PAGES "  "
                               RK-LINES " "
                               FUNCTION TRIM (RK-PARAMETERS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CATALOG-FILE

           DISPLAY RUNS-LISTED " RUN(S) LISTED.".

      *----A reprint needs both keys. Every matching run is shown so
      *----the operator can pick one by its time; the last one read
      *----is the latest, since the catalog is appended in run order.
       REPRINT-RUN-PROCEDURE.
           PERFORM ACCEPT-FILTERS-PROCEDURE

           IF WANT-DATE = 0 OR WANT-ID = SPACES
               DISPLAY "A REPRINT NEEDS BOTH THE RUN DATE AND THE"
                   " REPORT ID."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "NO REPORT CATALOG ON FILE YET."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO RUNS-MATCHED
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF RK-RUN-DATE = WANT-DATE
                               AND RK-REPORT-ID = WANT-ID
                           ADD 1 TO RUNS-MATCHED
                           MOVE RK-RUN-TIME TO PICK-TIME
                           DISPLAY "  RUN AT " RK-RUN-TIME "  "
                               RK-PAGES " PAGE(S)  "
                               FUNCTION TRIM (RK-PARAMETERS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CATALOG-FILE

           IF RUNS-MATCHED = 0
               DISPLAY "NO " FUNCTION TRIM (WANT-ID) " RUN CATALOGED"
                   " FOR " WANT-DATE "."
               EXIT PARAGRAPH
           END-IF

           IF RUNS-MATCHED > 1
               DISPLAY "RUN TIME TO REPRINT (HHMMSS, ENTER FOR "
                   PICK-TIME "): "
               ACCEPT TIME-ANSWER
               IF TIME-ANSWER NOT = SPACES AND TIME-ANSWER NUMERIC
                   MOVE TIME-ANSWER TO PICK-TIME
               END-IF
           END-IF

           PERFORM FIND-RUN-PROCEDURE
           IF RUN-FOUND = "0"
               DISPLAY "NO RUN AT " PICK-TIME " - NOTHING REPRINTED."
               EXIT PARAGRAPH
           END-IF

           PERFORM REPRINT-FILE-PROCEDURE.

       FIND-RUN-PROCEDURE.
           MOVE "0" TO RUN-FOUND

           OPEN INPUT CATALOG-FILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF RK-RUN-DATE = WANT-DATE
                               AND RK-REPORT-ID = WANT-ID
                               AND RK-RUN-TIME = PICK-TIME
                           MOVE RK-FILE-NAME TO PICK-FILENAME
                           MOVE "1" TO RUN-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

       REPRINT-FILE-PROCEDURE.
           MOVE PICK-FILENAME TO PRINT-FILENAME
           OPEN INPUT PRINT-FILE

           IF PRINT-STATUS NOT = "00"
               DISPLAY "PRINT FILE " FUNCTION TRIM (PRINT-FILENAME)
                   " IS NO LONGER ON DISK - STATUS " PRINT-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LINES-REPRINTED
           DISPLAY " "
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ PRINT-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINES-REPRINTED
                       DISPLAY FUNCTION TRIM (PRINT-RECORD TRAILING)
               END-READ
           END-PERFORM

           CLOSE PRINT-FILE

           DISPLAY " "
           DISPLAY "REPRINTED " LINES-REPRINTED " LINE(S) FROM "
               FUNCTION TRIM (PRINT-FILENAME) ".".

       END PROGRAM RPTINQ.
