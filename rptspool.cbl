      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: REPORT PRINT-FILE SPOOLER, CALLED BY EVERY REPORT
      *          ALONGSIDE ITS SYSOUT DISPLAYS. EACH RUN GETS ITS OWN
      *          DATED PRINT FILE (RPyyyymmdd_hhmmss_<REPORT>.PRN)
      *          WITH A STANDARD HEADER ON EVERY PAGE - REPORT ID, RUN
      *          DATE AND TIME, PAGE NUMBER AND THE PARAMETERS USED -
      *          AND AN END-OF-REPORT TRAILER CARRYING THE LINE AND
      *          PAGE COUNTS. CLOSING THE FILE APPENDS THE RUN TO THE
      *          RPTCATLG.DAT CATALOG THAT RPTINQ REPRINTS FROM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RPTSPOOL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "RPTCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(132).

       FD  CATALOG-FILE.
           COPY RPTCATLG.

       WORKING-STORAGE SECTION.
       77  PRINT-STATUS     PIC X(2).
       77  CATALOG-STATUS   PIC X(2).

       77  PRINT-FILENAME   PIC X(40) VALUE SPACES.
       77  SPOOL-OPEN       PIC X(1) VALUE "0".
       77  HELD-REPORT-ID   PIC X(12) VALUE SPACES.
       77  HELD-PARAMETERS  PIC X(60) VALUE SPACES.
       77  RUN-DATE         PIC 9(8) VALUE 0.
       77  RUN-TIME-FULL    PIC 9(8) VALUE 0.
       77  RUN-TIME         PIC 9(6) VALUE 0.
       77  PAGE-NO          PIC 9(4) VALUE 0.
       77  PAGE-LINE        PIC 99 VALUE 0.
       77  LINES-PRINTED    PIC 9(7) VALUE 0.

      *----Sixty lines to the page, the header block included.
       78  PAGE-DEPTH VALUE 60.

       01  HEADER-LINE-1.
           05 FILLER           PIC X(8) VALUE "REPORT: ".
           05 HL-REPORT-ID     PIC X(12).
           05 FILLER           PIC X(7) VALUE "  RUN: ".
           05 HL-YEAR          PIC 9(4).
           05 FILLER           PIC X(1) VALUE "-".
           05 HL-MONTH         PIC 9(2).
           05 FILLER           PIC X(1) VALUE "-".
           05 HL-DAY           PIC 9(2).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 HL-HOUR          PIC 9(2).
           05 FILLER           PIC X(1) VALUE ":".
           05 HL-MINUTE        PIC 9(2).
           05 FILLER           PIC X(1) VALUE ":".
           05 HL-SECOND        PIC 9(2).
           05 FILLER           PIC X(8) VALUE "  PAGE: ".
           05 HL-PAGE          PIC ZZZ9.

       01  HEADER-LINE-2.
           05 FILLER           PIC X(12) VALUE "PARAMETERS: ".
           05 HL-PARAMETERS    PIC X(60).

       01  HEADER-RULE         PIC X(80) VALUE ALL "-".

       01  TRAILER-LINE.
           05 FILLER           PIC X(18) VALUE "*** END OF REPORT ".
           05 TL-REPORT-ID     PIC X(12).
           05 FILLER           PIC X(3) VALUE " - ".
           05 TL-LINES         PIC ZZZZZZ9.
           05 FILLER           PIC X(10) VALUE " LINES ON ".
           05 TL-PAGES         PIC ZZZ9.
           05 FILLER           PIC X(12) VALUE " PAGE(S) ***".

       LINKAGE SECTION.
           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION USING SPOOL-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           EVALUATE SP-ACTION
               WHEN "O"
                   IF SPOOL-OPEN = "1"
                       PERFORM CLOSE-SPOOL-PROCEDURE
                   END-IF
                   PERFORM OPEN-SPOOL-PROCEDURE
               WHEN "L"
                   IF SPOOL-OPEN = "1"
                       PERFORM PRINT-LINE-PROCEDURE
                   END-IF
               WHEN "C"
                   IF SPOOL-OPEN = "1"
                       PERFORM CLOSE-SPOOL-PROCEDURE
                   END-IF
           END-EVALUATE

           GOBACK.

       OPEN-SPOOL-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-FULL FROM TIME
           DIVIDE RUN-TIME-FULL BY 100 GIVING RUN-TIME

           MOVE SP-REPORT-ID TO HELD-REPORT-ID
           MOVE SP-PARAMETERS TO HELD-PARAMETERS
           IF HELD-PARAMETERS = SPACES
               MOVE "NONE" TO HELD-PARAMETERS
           END-IF

           MOVE SPACES TO PRINT-FILENAME
           STRING "RP" DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   RUN-TIME DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   FUNCTION TRIM (HELD-REPORT-ID) DELIMITED BY SIZE
                   ".PRN" DELIMITED BY SIZE
               INTO PRINT-FILENAME

           OPEN OUTPUT PRINT-FILE
           MOVE PRINT-STATUS TO SP-RETURN

           IF PRINT-STATUS NOT = "00"
               DISPLAY "NOTICE: PRINT FILE "
                   FUNCTION TRIM (PRINT-FILENAME)
                   " COULD NOT BE OPENED - STATUS " PRINT-STATUS
                   " - REPORT GOES TO SYSOUT ONLY."
               EXIT PARAGRAPH
           END-IF

           MOVE "1" TO SPOOL-OPEN
           MOVE 0 TO PAGE-NO
           MOVE 0 TO LINES-PRINTED
           PERFORM PAGE-HEADER-PROCEDURE.

       PAGE-HEADER-PROCEDURE.
           ADD 1 TO PAGE-NO

           MOVE HELD-REPORT-ID TO HL-REPORT-ID
           MOVE RUN-DATE (1:4) TO HL-YEAR
           MOVE RUN-DATE (5:2) TO HL-MONTH
           MOVE RUN-DATE (7:2) TO HL-DAY
           MOVE RUN-TIME (1:2) TO HL-HOUR
           MOVE RUN-TIME (3:2) TO HL-MINUTE
           MOVE RUN-TIME (5:2) TO HL-SECOND
           MOVE PAGE-NO TO HL-PAGE
           MOVE HELD-PARAMETERS TO HL-PARAMETERS

      *----Every page after the first opens on a fresh sheet.
           IF PAGE-NO > 1
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD FROM HEADER-LINE-1
           WRITE PRINT-RECORD FROM HEADER-LINE-2
           WRITE PRINT-RECORD FROM HEADER-RULE
           MOVE 3 TO PAGE-LINE.

       PRINT-LINE-PROCEDURE.
           IF PAGE-LINE >= PAGE-DEPTH
               PERFORM PAGE-HEADER-PROCEDURE
           END-IF

           WRITE PRINT-RECORD FROM SP-LINE
           ADD 1 TO PAGE-LINE
           ADD 1 TO LINES-PRINTED.

       CLOSE-SPOOL-PROCEDURE.
           IF PAGE-LINE + 2 > PAGE-DEPTH
               PERFORM PAGE-HEADER-PROCEDURE
           END-IF

           MOVE HELD-REPORT-ID TO TL-REPORT-ID
           MOVE LINES-PRINTED TO TL-LINES
           MOVE PAGE-NO TO TL-PAGES
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM TRAILER-LINE

           CLOSE PRINT-FILE
           MOVE "0" TO SPOOL-OPEN

           OPEN EXTEND CATALOG-FILE
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT CATALOG-FILE
           END-IF

           MOVE RUN-DATE TO RK-RUN-DATE
           MOVE RUN-TIME TO RK-RUN-TIME
           MOVE HELD-REPORT-ID TO RK-REPORT-ID
           MOVE PRINT-FILENAME TO RK-FILE-NAME
           MOVE PAGE-NO TO RK-PAGES
           MOVE LINES-PRINTED TO RK-LINES
           MOVE HELD-PARAMETERS TO RK-PARAMETERS
           WRITE REPORT-CATALOG-RECORD
           CLOSE CATALOG-FILE

           MOVE "00" TO SP-RETURN.

       END PROGRAM RPTSPOOL.
