               LOCK MODE IS MANUAL
               FILE STATUS IS OPER-REG-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "SECJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  OPER-REG-FILE.
           COPY OPERREG.

       FD  JOURNAL-FILE.
           COPY SECJRNL.

       WORKING-STORAGE SECTION.
       77  OPER-REG-STATUS  PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".
       77  PIN-OK-FLAG      PIC X(1).
       77  LISTED-COUNT     PIC 999 VALUE 0.

      *----Who reset or unlocked whom, from which terminal and when,
      *----goes on the shared journal.
       77  JOURNAL-STATUS   PIC X(2).
       77  OPERATOR-ID      PIC X(10) VALUE SPACES.
       77  TERMINAL-ID      PIC X(8) VALUE SPACES.
       77  JOURNAL-EVENT    PIC X(8).

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           ACCEPT TERMINAL-ID FROM ENVIRONMENT "TERMID"
           IF TERMINAL-ID = SPACES
               MOVE "CONSOLE" TO TERMINAL-ID
           END-IF

           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT OPERATOR-ID

           PERFORM OPEN-REGISTER-PROCEDURE

           PERFORM FOREVER
                   EXIT PARAGRAPH
           END-READ

           IF RG-LOCKED = "R"
               DISPLAY FUNCTION TRIM (WORK-ID)
                   " HAS BEEN RETIRED - ITS PIN STAYS AS IT IS."
               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-PIN-PROCEDURE
           IF PIN-OK-FLAG NOT = "1"
               EXIT PARAGRAPH
           MOVE 0 TO RG-FAIL-COUNT
           MOVE "N" TO RG-LOCKED
           REWRITE OPERATOR-REG-RECORD
           DISPLAY "PIN RESET FOR " FUNCTION TRIM (WORK-ID) "."
           MOVE "PINRESET" TO JOURNAL-EVENT
           PERFORM WRITE-JOURNAL-PROCEDURE.

       UNLOCK-OPERATOR-PROCEDURE.
           DISPLAY "OPERATOR ID TO UNLOCK: "
                   EXIT PARAGRAPH
           END-READ

           IF RG-LOCKED = "R"
               DISPLAY FUNCTION TRIM (WORK-ID)
                   " HAS BEEN RETIRED AND CANNOT BE UNLOCKED."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO RG-FAIL-COUNT
           MOVE "N" TO RG-LOCKED
           REWRITE OPERATOR-REG-RECORD
           DISPLAY FUNCTION TRIM (WORK-ID) " UNLOCKED."
           MOVE "UNLOCK" TO JOURNAL-EVENT
           PERFORM WRITE-JOURNAL-PROCEDURE.

      *----PINS never appear on a listing - only who is registered
      *----and who is locked out.
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LISTED-COUNT
                       EVALUATE RG-LOCKED
                           WHEN "Y"
                               DISPLAY RG-OPERATOR-ID "  LOCKED"
                           WHEN "R"
                               DISPLAY RG-OPERATOR-ID "  RETIRED"
                           WHEN OTHER
                               DISPLAY RG-OPERATOR-ID "  ACTIVE"
                       END-EVALUATE
               END-READ
           END-PERFORM

           END-IF
           MOVE "1" TO PIN-OK-FLAG.

       WRITE-JOURNAL-PROCEDURE.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           ACCEPT SJ-DATE FROM DATE YYYYMMDD
           ACCEPT SJ-TIME FROM TIME
           MOVE JOURNAL-EVENT TO SJ-EVENT
           MOVE "SECMAINT" TO SJ-PROGRAM
           MOVE TERMINAL-ID TO SJ-TERMINAL-ID
           MOVE OPERATOR-ID TO SJ-OPERATOR-ID
           MOVE WORK-ID TO SJ-TARGET-ID
           MOVE SPACES TO SJ-DETAIL
           WRITE SECURITY-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

       END PROGRAM SECMAINT.
