      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: SEASON LOOKUP, CALLED BY RATINGS, SEASONCL AND THE
      *          STANDINGS REPORTS. READS THE SEASON.DAT CALENDAR AND
      *          CHECKS EACH SEASON FOR A CLOSING HEADER ON
      *          SEASONHS.DAT - THE FIRST SEASON WITHOUT ONE IS THE
      *          CURRENT SEASON. RETURNS THE SEASON ASKED FOR (THE
      *          CURRENT ONE, A NAMED ONE, OR ALL TIME) WITH ITS DATES
      *          AND THE SEASON THAT FOLLOWS IT ON THE CALENDAR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SEASONQ.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SEASON-FILE ASSIGN TO "SEASON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEASON-STATUS.

           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SEASONHS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SEASON-FILE.
           COPY SEASON.

       FD  SEASON-HISTORY-FILE.
           COPY SEASONHS.

       WORKING-STORAGE SECTION.
       77  SEASON-STATUS    PIC X(2).
       77  SEASONHS-STATUS  PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".
       77  HISTORY-OPEN     PIC X(1) VALUE "0".

       77  SEASON-COUNT     PIC 99 VALUE 0.
       77  CURRENT-IDX      PIC 99 VALUE 0.
       77  PICK-IDX         PIC 99 VALUE 0.
       77  NEXT-IDX         PIC 99 VALUE 0.

       78  SEASON-MAX VALUE 40.

       01  SEASON-TABLE.
           05 SEASON-ENTRY OCCURS 40 TIMES INDEXED BY SEASON-IDX.
               10 ST-SEASON-ID  PIC X(8).
               10 ST-START-DATE PIC 9(8).
               10 ST-END-DATE   PIC 9(8).
               10 ST-CARRY-PCT  PIC 9(3).
               10 ST-NAME       PIC X(30).
               10 ST-CLOSED     PIC X(1).

       LINKAGE SECTION.
           COPY SEASONQ.

      *-----------------------
       PROCEDURE DIVISION USING SEASON-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE "A" TO SR-SCOPE
           MOVE SPACES TO SR-SEASON-ID SR-SEASON-NAME
           MOVE SPACES TO SR-NEXT-SEASON-ID
           MOVE 0 TO SR-START-DATE SR-END-DATE SR-CARRY-PCT
           MOVE 0 TO SR-NEXT-START-DATE SR-NEXT-CARRY-PCT
           MOVE "00" TO SR-RETURN

           IF SR-SELECTOR = "ALL"
               GOBACK
           END-IF

           PERFORM LOAD-CALENDAR-PROCEDURE
           IF SEASON-COUNT = 0
               MOVE "35" TO SR-RETURN
               GOBACK
           END-IF

           PERFORM MARK-CLOSED-SEASONS-PROCEDURE

           IF SR-SELECTOR = SPACES
               IF CURRENT-IDX = 0
                   MOVE "10" TO SR-RETURN
                   GOBACK
               END-IF
               MOVE CURRENT-IDX TO PICK-IDX
           ELSE
               MOVE 0 TO PICK-IDX
               PERFORM VARYING SEASON-IDX FROM 1 BY 1
                       UNTIL SEASON-IDX > SEASON-COUNT
                   IF ST-SEASON-ID (SEASON-IDX) = SR-SELECTOR
                       SET PICK-IDX TO SEASON-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF PICK-IDX = 0
                   MOVE "23" TO SR-RETURN
                   GOBACK
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN ST-CLOSED (PICK-IDX) = "Y"
                   MOVE "P" TO SR-SCOPE
               WHEN PICK-IDX = CURRENT-IDX
                   MOVE "C" TO SR-SCOPE
               WHEN OTHER
                   MOVE "F" TO SR-SCOPE
           END-EVALUATE

           MOVE ST-SEASON-ID (PICK-IDX) TO SR-SEASON-ID
           MOVE ST-NAME (PICK-IDX) TO SR-SEASON-NAME
           MOVE ST-START-DATE (PICK-IDX) TO SR-START-DATE
           MOVE ST-END-DATE (PICK-IDX) TO SR-END-DATE
           MOVE ST-CARRY-PCT (PICK-IDX) TO SR-CARRY-PCT

           IF PICK-IDX < SEASON-COUNT
               COMPUTE NEXT-IDX = PICK-IDX + 1
               MOVE ST-SEASON-ID (NEXT-IDX) TO SR-NEXT-SEASON-ID
               MOVE ST-START-DATE (NEXT-IDX) TO SR-NEXT-START-DATE
               MOVE ST-CARRY-PCT (NEXT-IDX) TO SR-NEXT-CARRY-PCT
           END-IF

           GOBACK.

      *----Blank lines and comment lines (an asterisk in column one)
      *----are passed over, so the calendar can be annotated.
       LOAD-CALENDAR-PROCEDURE.
           MOVE 0 TO SEASON-COUNT

           OPEN INPUT SEASON-FILE
           IF SEASON-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SEASON-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SN-SEASON-ID NOT = SPACES
                               AND SN-SEASON-ID (1:1) NOT = "*"
                               AND SEASON-COUNT < SEASON-MAX
                           ADD 1 TO SEASON-COUNT
                           MOVE FUNCTION UPPER-CASE (SN-SEASON-ID)
                               TO ST-SEASON-ID (SEASON-COUNT)
                           MOVE SN-START-DATE
                               TO ST-START-DATE (SEASON-COUNT)
                           MOVE SN-END-DATE
                               TO ST-END-DATE (SEASON-COUNT)
                           MOVE SN-CARRY-PCT
                               TO ST-CARRY-PCT (SEASON-COUNT)
                           MOVE SN-SEASON-NAME
                               TO ST-NAME (SEASON-COUNT)
                           MOVE "N" TO ST-CLOSED (SEASON-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SEASON-FILE.

      *----No history file yet means no season has been closed.
       MARK-CLOSED-SEASONS-PROCEDURE.
           MOVE 0 TO CURRENT-IDX

           OPEN INPUT SEASON-HISTORY-FILE
           IF SEASONHS-STATUS = "00"
               MOVE "1" TO HISTORY-OPEN
           ELSE
               MOVE "0" TO HISTORY-OPEN
           END-IF

           PERFORM VARYING SEASON-IDX FROM 1 BY 1
                   UNTIL SEASON-IDX > SEASON-COUNT
               IF HISTORY-OPEN = "1"
                   MOVE ST-SEASON-ID (SEASON-IDX) TO SH-SEASON-ID
                   MOVE "H" TO SH-REC-TYPE
                   MOVE 0 TO SH-SEQ
                   MOVE SPACES TO SH-OPERATOR-ID SH-AWARD-CODE
                   READ SEASON-HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO ST-CLOSED (SEASON-IDX)
                   END-READ
               END-IF
               IF ST-CLOSED (SEASON-IDX) = "N" AND CURRENT-IDX = 0
                   SET CURRENT-IDX TO SEASON-IDX
               END-IF
           END-PERFORM

           IF HISTORY-OPEN = "1"
               CLOSE SEASON-HISTORY-FILE
           END-IF.

       END PROGRAM SEASONQ.
