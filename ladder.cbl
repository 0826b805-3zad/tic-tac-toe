      *          OFFERS A PENDING CHALLENGE TO THE CHALLENGED OPERATOR
      *          AT SIGN-ON AND MOVES THE WINNER UP THE LADDER WHEN
      *          THE MATCH IS DECIDED. TOURNAMENTS ORGANIZE THE WHOLE
      *          ROSTER; THIS IS FOR CHALLENGING ONE COLLEAGUE. A NEW
      *          CHALLENGE SHOWS THE ANSWER-BY DATE WHEN SYSMAINT HAS
      *          SET THE LADDER'S DEADLINES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LADDER-STATUS.

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
       01  LADDER-RECORD.
           05 LD-OPERATOR-ID   PIC X(10).

       FD  DEADLINE-FILE.
           COPY DEADLINE.

       FD  JOURNAL-FILE.
           COPY SECJRNL.

       WORKING-STORAGE SECTION.
       77  CHALLENGE-STATUS PIC X(2).
       77  LADDER-STATUS    PIC X(2).
       77  JOURNAL-STATUS   PIC X(2).
       77  DEADLINE-STATUS  PIC X(2).
       77  TERMINAL-ID      PIC X(8) VALUE SPACES.
       77  JOURNAL-EVENT    PIC X(8).
       77  JOURNAL-TARGET-ID PIC X(10).
       77  JOURNAL-DETAIL   PIC X(20).
       77  EOF-FLAG         PIC X VALUE "N".

       77  OPERATOR-ID      PIC X(10) VALUE SPACES.
       77  LISTED-COUNT     PIC 999 VALUE 0.
       77  RUNG-NO          PIC 99 VALUE 0.

      *----The ladder's deadlines as they stand on DEADLINE.DAT.
       77  DEADLINES-FOUND  PIC X(1) VALUE "0".
       77  RESPOND-DAYS     PIC 9(3) VALUE 0.
       77  PLAY-DAYS        PIC 9(3) VALUE 0.
       77  REMIND-DAYS      PIC 9(2) VALUE 0.
       77  ANSWER-BY-DATE   PIC 9(8).

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

           WRITE CHALLENGE-RECORD
           DISPLAY "CHALLENGE " CN-CHALLENGE-NO " POSTED AGAINST "
               FUNCTION TRIM (WORK-ID) ". THEY WILL SEE IT AT THEIR"
               " NEXT SIGN-ON."

           PERFORM READ-DEADLINES-PROCEDURE
           IF DEADLINES-FOUND = "1" AND RESPOND-DAYS > 0
               COMPUTE ANSWER-BY-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (CN-POST-DATE)
                       + RESPOND-DAYS)
               DISPLAY "UNANSWERED BY " ANSWER-BY-DATE
                   ", IT GOES TO YOU BY DEFAULT."
           END-IF.

       FIND-HIGH-NUMBER-PROCEDURE.
           MOVE 0 TO HIGH-NO

           MOVE "W" TO CN-STATUS
           REWRITE CHALLENGE-RECORD
           DISPLAY "CHALLENGE " WORK-NO " WITHDRAWN."

           MOVE "WITHDRAW" TO JOURNAL-EVENT
           MOVE CN-OPPONENT-ID TO JOURNAL-TARGET-ID
           MOVE SPACES TO JOURNAL-DETAIL
           STRING "CHALLENGE " DELIMITED BY SIZE
                   CN-CHALLENGE-NO DELIMITED BY SIZE
               INTO JOURNAL-DETAIL
           PERFORM WRITE-JOURNAL-PROCEDURE.

      *----No settings record means the ladder has no deadlines and
      *----challenges wait as long as it takes.
       READ-DEADLINES-PROCEDURE.
           MOVE "0" TO DEADLINES-FOUND
           MOVE 0 TO RESPOND-DAYS PLAY-DAYS REMIND-DAYS

           OPEN INPUT DEADLINE-FILE
           IF DEADLINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "L" TO DL-SCOPE
           MOVE "S" TO DL-REC-TYPE
           MOVE 0 TO DL-ITEM-KEY
           MOVE SPACE TO DL-DEADLINE
           MOVE SPACES TO DL-OPERATOR-ID
           READ DEADLINE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "1" TO DEADLINES-FOUND
                   MOVE DL-RESPOND-DAYS TO RESPOND-DAYS
                   MOVE DL-PLAY-DAYS TO PLAY-DAYS
                   MOVE DL-REMIND-DAYS TO REMIND-DAYS
           END-READ

           CLOSE DEADLINE-FILE.

      *----Withdrawals go on the shared journal against the operator
      *----who had been challenged.
       WRITE-JOURNAL-PROCEDURE.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           ACCEPT SJ-DATE FROM DATE YYYYMMDD
           ACCEPT SJ-TIME FROM TIME
           MOVE JOURNAL-EVENT TO SJ-EVENT
           MOVE "LADDER" TO SJ-PROGRAM
           MOVE TERMINAL-ID TO SJ-TERMINAL-ID
           MOVE OPERATOR-ID TO SJ-OPERATOR-ID
           MOVE JOURNAL-TARGET-ID TO SJ-TARGET-ID
           MOVE JOURNAL-DETAIL TO SJ-DETAIL
           WRITE SECURITY-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

       SHOW-LADDER-PROCEDURE.
           DISPLAY " "
