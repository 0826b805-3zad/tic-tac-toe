      * Date: September 2nd, 2026
      * Purpose: PRINTABLE HONORS BOARD - LIST EVERY OPERATOR'S
      *          AWARDS FROM AWARDS.DAT WITH THE DATE EACH WAS
      *          EARNED, GROUPED BY OPERATOR IN KEY ORDER. THE SEASON
      *          ENVIRONMENT VARIABLE LIMITS THE BOARD TO THE CURRENT
      *          SEASON (BLANK) OR A NAMED SEASON, OR ASKS FOR ALL TIME
      *          (ALL); A CLOSED SEASON IS LISTED FROM SEASONHS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS AW-KEY
               FILE STATUS IS AWARDS-STATUS.

           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SEASONHS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  AWARDS-FILE.
           COPY AWARDS.

       FD  SEASON-HISTORY-FILE.
           COPY SEASONHS.

       WORKING-STORAGE SECTION.
       77  AWARDS-STATUS    PIC X(2).
       77  SEASONHS-STATUS  PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".
       77  SEASON-WANTED    PIC X(8).
       77  SEASON-STATE     PIC X(15).

       77  LAST-OPERATOR-ID PIC X(10) VALUE SPACES.
       77  AWARD-TEXT       PIC X(40).
       77  AWARDS-LISTED    PIC 9(5) VALUE 0.
       77  OPERATORS-LISTED PIC 9(4) VALUE 0.

           COPY SEASONQ.

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           ACCEPT SEASON-WANTED FROM ENVIRONMENT "SEASON"
           MOVE FUNCTION UPPER-CASE (SEASON-WANTED) TO SR-SELECTOR
           CALL "SEASONQ" USING SEASON-REQUEST

           MOVE "HONORRPT" TO SP-REPORT-ID
           MOVE SPACES TO SP-PARAMETERS
           IF SR-SCOPE NOT = "A"
               STRING "SEASON " SR-SEASON-ID
                   DELIMITED BY SIZE INTO SP-PARAMETERS
           ELSE
               IF SR-SELECTOR = "ALL"
                   MOVE "ALL TIME" TO SP-PARAMETERS
               END-IF
           END-IF
           PERFORM OPEN-SPOOL-PROCEDURE

           IF SR-RETURN = "23"
               MOVE SPACES TO SP-LINE
               STRING "SEASON " FUNCTION TRIM (SR-SELECTOR)
                   " IS NOT ON THE SEASON.DAT CALENDAR."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF SR-RETURN = "10"
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: EVERY SEASON ON SEASON.DAT IS CLOSED -"
                   " REPORTING ALL TIME." DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           IF SR-SCOPE NOT = "P"
               OPEN INPUT AWARDS-FILE
               IF AWARDS-STATUS NOT = "00"
                   MOVE "NO AWARDS FILE FOUND - RUN MILESTON FIRST."
                       TO SP-LINE
                   PERFORM PRINT-LINE-PROCEDURE
                   PERFORM CLOSE-SPOOL-PROCEDURE
                   GOBACK
               END-IF
           END-IF

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== HONORS BOARD =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           IF SR-SCOPE NOT = "A"
               PERFORM PRINT-SEASON-LINE-PROCEDURE
           END-IF

           IF SR-SCOPE = "P"
               PERFORM LIST-SEASON-AWARDS-PROCEDURE
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ AWARDS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SR-SCOPE = "A"
                                   OR (AW-DATE-EARNED >= SR-START-DATE
                                   AND AW-DATE-EARNED <= SR-END-DATE)
                               PERFORM PRINT-ONE-AWARD-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AWARDS-FILE
           END-IF

           IF AWARDS-LISTED = 0
               MOVE "(NO AWARDS EARNED YET)" TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "OPERATORS HONORED: " OPERATORS-LISTED
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "AWARDS LISTED    : " AWARDS-LISTED
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           PERFORM CLOSE-SPOOL-PROCEDURE
           GOBACK.

       PRINT-ONE-AWARD-PROCEDURE.
           IF AW-OPERATOR-ID NOT = LAST-OPERATOR-ID
               MOVE AW-OPERATOR-ID TO LAST-OPERATOR-ID
               ADD 1 TO OPERATORS-LISTED
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING FUNCTION TRIM (AW-OPERATOR-ID) ":"
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           PERFORM DESCRIBE-AWARD-PROCEDURE

           ADD 1 TO AWARDS-LISTED
           MOVE SPACES TO SP-LINE
           STRING "  " AW-AWARD-CODE "  " AWARD-TEXT
               "  EARNED " AW-DATE-EARNED
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE.

      *----A closed season lists the copy SEASONCL kept of the awards
      *----earned between its dates, in the same operator order.
       LIST-SEASON-AWARDS-PROCEDURE.
           OPEN INPUT SEASON-HISTORY-FILE
           IF SEASONHS-STATUS NOT = "00"
               MOVE "NO SEASON HISTORY FOUND." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE SR-SEASON-ID TO SH-SEASON-ID
           MOVE "A" TO SH-REC-TYPE
           MOVE 0 TO SH-SEQ
           MOVE LOW-VALUES TO SH-OPERATOR-ID SH-AWARD-CODE
           START SEASON-HISTORY-FILE KEY NOT < SH-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
               READ SEASON-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SH-SEASON-ID = SR-SEASON-ID
                               AND SH-REC-TYPE = "A"
                           MOVE SH-OPERATOR-ID TO AW-OPERATOR-ID
                           MOVE SH-AWARD-CODE TO AW-AWARD-CODE
                           MOVE SH-DATE-EARNED TO AW-DATE-EARNED
                           PERFORM PRINT-ONE-AWARD-PROCEDURE
                       ELSE
                           MOVE "Y" TO EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SEASON-HISTORY-FILE.

       PRINT-SEASON-LINE-PROCEDURE.
           EVALUATE SR-SCOPE
               WHEN "P"
                   MOVE "CLOSED" TO SEASON-STATE
               WHEN "F"
                   MOVE "NOT YET STARTED" TO SEASON-STATE
               WHEN OTHER
                   MOVE "IN PLAY" TO SEASON-STATE
           END-EVALUATE
           MOVE SPACES TO SP-LINE
           STRING "SEASON " FUNCTION TRIM (SR-SEASON-ID) " - "
               FUNCTION TRIM (SR-SEASON-NAME) " ("
               SR-START-DATE " TO " SR-END-DATE ") " SEASON-STATE
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE.

       DESCRIBE-AWARD-PROCEDURE.
           EVALUATE AW-AWARD-CODE
                   MOVE "(UNKNOWN AWARD)" TO AWARD-TEXT
           END-EVALUATE.

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

       END PROGRAM HONORRPT.
