      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: FULL-SCREEN OPERATOR SELF-SERVICE INQUIRY. AN
      *          OPERATOR SIGNS ON WITH THE SAME OPERREG.DAT PIN CHECK
      *          THE GAME USES AND SEES ON ONE SCREEN THEIR RATING AND
      *          WINS BY SEAT, THEIR LADDER RUNG WITH THE OPERATORS
      *          JUST ABOVE AND BELOW, THEIR OPEN AND ACCEPTED
      *          CHALLENGES, THEIR PENDING TOURNAMENT MATCHES, THEIR
      *          AWARDS AND ANY SUSPENDED GAME WAITING FOR THEM. THEIR
      *          LAST TWENTY GAMES PAGE BY BELOW, AND ANY ONE OF THEM
      *          OPENS STRAIGHT INTO REPLAY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. OPERINQ.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *----The register record is locked through the PIN attempts and
      *----the other shared files are only read, all under the lock
      *----mode the game uses.
           SELECT OPER-REG-FILE ASSIGN TO "OPERREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-OPERATOR-ID
               LOCK MODE IS MANUAL
               FILE STATUS IS OPER-REG-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "SECJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-OPERATOR-ID
               FILE STATUS IS RATINGS-STATUS.

           SELECT LADDER-FILE ASSIGN TO "LADDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LADDER-STATUS.

           SELECT CHALLENGE-FILE ASSIGN TO "CHALNG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CHALLENGE-NO
               LOCK MODE IS MANUAL
               FILE STATUS IS CHALLENGE-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "BRACKET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-MATCH-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS BRACKET-STATUS.

           SELECT AWARDS-FILE ASSIGN TO "AWARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS AWARDS-STATUS.

           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.

           SELECT SAVE-GAME-FILE ASSIGN TO SAVE-GAME-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAVE-GAME-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  OPER-REG-FILE.
           COPY OPERREG.

       FD  JOURNAL-FILE.
           COPY SECJRNL.

       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-OPERATOR-ID   PIC X(10).
           05 RT-GAMES         PIC 9(5).
           05 RT-WINS-AS-X     PIC 9(5).
           05 RT-WINS-AS-O     PIC 9(5).
           05 RT-RATING        PIC 9(4).

       FD  LADDER-FILE.
       01  LADDER-RECORD.
           05 LD-OPERATOR-ID   PIC X(10).

       FD  CHALLENGE-FILE.
           COPY CHALNG.

       FD  BRACKET-FILE.
           COPY BRACKET.

       FD  AWARDS-FILE.
           COPY AWARDS.

       FD  GAME-LOG-FILE.
           COPY GAMELOG.

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

       WORKING-STORAGE SECTION.
       77  OPER-REG-STATUS  PIC X(2).
       77  JOURNAL-STATUS   PIC X(2).
       77  RATINGS-STATUS   PIC X(2).
       77  LADDER-STATUS    PIC X(2).
       77  CHALLENGE-STATUS PIC X(2).
       77  BRACKET-STATUS   PIC X(2).
       77  AWARDS-STATUS    PIC X(2).
       77  GAME-LOG-STATUS  PIC X(2).
       77  SAVE-GAME-STATUS PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".

       77  SAVE-GAME-FILENAME PIC X(30) VALUE SPACES.

       77  OPERATOR-ID      PIC X(10) VALUE SPACES.
       77  PIN-ANSWER       PIC X(4).
       77  VERIFY-OK-FLAG   PIC X(1) VALUE "0".
       77  TERMINAL-ID      PIC X(8) VALUE SPACES.
       77  JOURNAL-EVENT    PIC X(8).
       77  JOURNAL-DETAIL   PIC X(20).

       77  TODAY-DATE       PIC 9(8).
       77  DATE-IN          PIC 9(8) VALUE 0.
       77  DATE-OUT         PIC X(10).

       77  RUNG-NO          PIC 9(4) VALUE 0.
       77  RUNG-COUNT       PIC 9(4) VALUE 0.
       77  PREV-ID          PIC X(10) VALUE SPACES.
       77  ABOVE-ID         PIC X(10) VALUE SPACES.
       77  BELOW-ID         PIC X(10) VALUE SPACES.

       77  CHALLENGE-COUNT  PIC 9(4) VALUE 0.
       77  MATCH-COUNT      PIC 9(4) VALUE 0.
       77  AWARD-COUNT      PIC 9(4) VALUE 0.
       77  PANEL-IDX        PIC 9 VALUE 0.
       77  AWARD-POS        PIC 99 VALUE 0.
       77  OTHER-ID         PIC X(10).
       77  SEAT-MARK        PIC X(1).

       77  GAME-COUNT       PIC 99 VALUE 0.
       77  GAME-IDX         PIC 99 VALUE 0.
       77  SHIFT-IDX        PIC 99 VALUE 0.
       77  PAGE-NO          PIC 9 VALUE 1.
       77  PAGE-COUNT       PIC 9 VALUE 1.
       77  LINE-IDX         PIC 9 VALUE 0.

       77  COMMAND-ANSWER   PIC X(1) VALUE SPACE.
       77  GAME-NO-ANSWER   PIC 99 VALUE 0.
       77  SESSION-PASSED   PIC X(14).

       77  COUNT-SHOWN      PIC ZZZZ9.
       77  RATING-SHOWN     PIC ZZZ9.
       77  RUNG-SHOWN       PIC ZZZ9.
       77  MORE-SHOWN       PIC ZZZ9.

       78  GAME-MAX VALUE 20.
       78  PAGE-SIZE VALUE 5.
       78  PANEL-MAX VALUE 3.
       78  AWARDS-SHOWN-MAX VALUE 3.

      *----The operator's last games, newest first. An adjudged game
      *----shows the result that now stands for it.
       01  GAME-TABLE.
           05 GAME-ENTRY OCCURS 20 TIMES.
               10 GT-DATE          PIC 9(8).
               10 GT-SESSION-ID    PIC 9(14).
               10 GT-SEAT          PIC X(1).
               10 GT-OPPONENT-ID   PIC X(10).
               10 GT-WINNER        PIC X(1).
               10 GT-MOVES         PIC 99.
               10 GT-ADJUDGED      PIC X(1).
      *            SPACE = AS PLAYED   V = VOIDED   C = CORRECTED

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

      *----Screen lines, built by the procedure division and shown
      *----through the inquiry screen.
       77  TODAY-SHOWN      PIC X(10).
       77  RATING-LINE      PIC X(79) VALUE SPACES.
       77  LADDER-LINE      PIC X(79) VALUE SPACES.
       77  SUSPEND-LINE     PIC X(79) VALUE SPACES.
       77  PANEL-HEAD-LINE  PIC X(79) VALUE SPACES.
       77  AWARDS-LINE      PIC X(79) VALUE SPACES.
       77  GAMES-HEAD-LINE  PIC X(79) VALUE SPACES.
       77  MESSAGE-LINE     PIC X(79) VALUE SPACES.

       01  PANEL-LINE-TABLE.
           05 PANEL-LINE OCCURS 3 TIMES.
               10 PL-CHALLENGE     PIC X(39).
               10 FILLER           PIC X(1).
               10 PL-MATCH         PIC X(39).

       01  GAME-LINE-TABLE.
           05 GAME-LINE OCCURS 5 TIMES PIC X(79).

       01  GAME-DETAIL.
           05 GD-NO            PIC Z9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 GD-DATE          PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 GD-SESSION-ID    PIC 9(14).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 GD-SEAT          PIC X(1).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 GD-OPPONENT-ID   PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 GD-RESULT        PIC X(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 GD-MOVES         PIC Z9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 GD-NOTE          PIC X(10).

       SCREEN SECTION.
       01  OPER-INQ-SCREEN.
           05 BLANK SCREEN.
           05 VALUE "OPERATOR SELF-SERVICE INQUIRY"
               LINE 1 COLUMN 1.
           05 SCR-TODAY PIC X(10) FROM TODAY-SHOWN
               LINE 1 COLUMN 70.
           05 SCR-RATING PIC X(79) FROM RATING-LINE
               LINE 3 COLUMN 1.
           05 SCR-LADDER PIC X(79) FROM LADDER-LINE
               LINE 4 COLUMN 1.
           05 SCR-SUSPEND PIC X(79) FROM SUSPEND-LINE
               LINE 5 COLUMN 1.
           05 SCR-PANEL-HEAD PIC X(79) FROM PANEL-HEAD-LINE
               LINE 7 COLUMN 1.
           05 SCR-PANEL-1 PIC X(79) FROM PANEL-LINE (1)
               LINE 8 COLUMN 1.
           05 SCR-PANEL-2 PIC X(79) FROM PANEL-LINE (2)
               LINE 9 COLUMN 1.
           05 SCR-PANEL-3 PIC X(79) FROM PANEL-LINE (3)
               LINE 10 COLUMN 1.
           05 SCR-AWARDS PIC X(79) FROM AWARDS-LINE
               LINE 12 COLUMN 1.
           05 SCR-GAMES-HEAD PIC X(79) FROM GAMES-HEAD-LINE
               LINE 14 COLUMN 1.
           05 VALUE "NO  DATE        SESSION         SEAT  OPPONENT"
               LINE 15 COLUMN 1.
           05 VALUE "RESULT  MOVES"
               LINE 15 COLUMN 51.
           05 SCR-GAME-1 PIC X(79) FROM GAME-LINE (1)
               LINE 16 COLUMN 1.
           05 SCR-GAME-2 PIC X(79) FROM GAME-LINE (2)
               LINE 17 COLUMN 1.
           05 SCR-GAME-3 PIC X(79) FROM GAME-LINE (3)
               LINE 18 COLUMN 1.
           05 SCR-GAME-4 PIC X(79) FROM GAME-LINE (4)
               LINE 19 COLUMN 1.
           05 SCR-GAME-5 PIC X(79) FROM GAME-LINE (5)
               LINE 20 COLUMN 1.
           05 SCR-MESSAGE PIC X(79) FROM MESSAGE-LINE
               LINE 22 COLUMN 1.
           05 VALUE "N=NEXT P=PREVIOUS R=REPLAY GAME NO. Q=QUIT"
               LINE 23 COLUMN 1.
           05 VALUE "COMMAND:" LINE 23 COLUMN 46.
           05 SCR-COMMAND PIC X USING COMMAND-ANSWER
               LINE 23 COLUMN 55.
           05 VALUE "GAME NO:" LINE 23 COLUMN 58.
           05 SCR-GAME-NO PIC 99 USING GAME-NO-ANSWER
               LINE 23 COLUMN 67.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           ACCEPT TERMINAL-ID FROM ENVIRONMENT "TERMID"
           IF TERMINAL-ID = SPACES
               MOVE "CONSOLE" TO TERMINAL-ID
           END-IF

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO DATE-IN
           PERFORM FORMAT-DATE-PROCEDURE
           MOVE DATE-OUT TO TODAY-SHOWN

           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT OPERATOR-ID
           PERFORM VERIFY-OPERATOR-PROCEDURE
           IF VERIFY-OK-FLAG NOT = "1"
               DISPLAY "SIGN-ON REFUSED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-RATING-PROCEDURE
           PERFORM LOAD-LADDER-PROCEDURE
           PERFORM LOAD-SUSPENDED-GAME-PROCEDURE
           PERFORM LOAD-CHALLENGES-PROCEDURE
           PERFORM LOAD-MATCHES-PROCEDURE
           PERFORM LOAD-AWARDS-PROCEDURE
           PERFORM LOAD-GAMES-PROCEDURE

           COMPUTE PAGE-COUNT = (GAME-COUNT + PAGE-SIZE - 1)
               / PAGE-SIZE
           IF PAGE-COUNT = 0
               MOVE 1 TO PAGE-COUNT
           END-IF
           MOVE 1 TO PAGE-NO

           PERFORM FOREVER
               PERFORM BUILD-GAME-PAGE-PROCEDURE
               MOVE SPACE TO COMMAND-ANSWER
               MOVE 0 TO GAME-NO-ANSWER
               DISPLAY OPER-INQ-SCREEN
               ACCEPT OPER-INQ-SCREEN
               MOVE SPACES TO MESSAGE-LINE

               EVALUATE FUNCTION UPPER-CASE (COMMAND-ANSWER)
                   WHEN "N"
                       IF PAGE-NO < PAGE-COUNT
                           ADD 1 TO PAGE-NO
                       ELSE
                           MOVE "THIS IS THE LAST PAGE."
                               TO MESSAGE-LINE
                       END-IF
                   WHEN "P"
                       IF PAGE-NO > 1
                           SUBTRACT 1 FROM PAGE-NO
                       ELSE
                           MOVE "THIS IS THE FIRST PAGE."
                               TO MESSAGE-LINE
                       END-IF
                   WHEN "R"
                       PERFORM REPLAY-GAME-PROCEDURE
                   WHEN "Q"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "PLEASE ANSWER N, P, R OR Q."
                           TO MESSAGE-LINE
               END-EVALUATE
           END-PERFORM

           STOP RUN.

      *----The same check the game makes at sign-on, so the inquiry
      *----is no back door for guessing a PIN: a wrong PIN counts
      *----against the operator, repeated bad PINs lock the id, and
      *----every attempt goes on the security journal. Unlike the
      *----game, the inquiry will not run without the register - it
      *----shows one operator's own records and nobody else's.
       VERIFY-OPERATOR-PROCEDURE.
           MOVE "0" TO VERIFY-OK-FLAG

           OPEN I-O OPER-REG-FILE
           IF OPER-REG-STATUS = "35"
               DISPLAY "NO OPERATOR REGISTER ON FILE - THE INQUIRY"
                   " NEEDS ONE. RUN SECMAINT TO REGISTER OPERATORS."
               EXIT PARAGRAPH
           END-IF

           IF OPER-REG-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN OPERREG.DAT - STATUS "
                   OPER-REG-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE OPERATOR-ID TO RG-OPERATOR-ID
           READ OPER-REG-FILE LOCK
               INVALID KEY
                   DISPLAY FUNCTION TRIM (OPERATOR-ID)
                       " IS NOT A REGISTERED OPERATOR."
                   CLOSE OPER-REG-FILE
                   MOVE "UNREGID" TO JOURNAL-EVENT
                   MOVE SPACES TO JOURNAL-DETAIL
                   PERFORM WRITE-JOURNAL-PROCEDURE
                   EXIT PARAGRAPH
           END-READ

           IF OPER-REG-STATUS = "51" OR OPER-REG-STATUS = "99"
               DISPLAY "THE OPERATOR REGISTER IS BUSY AT ANOTHER"
                   " TERMINAL - TRY AGAIN IN A MOMENT."
               CLOSE OPER-REG-FILE
               EXIT PARAGRAPH
           END-IF

           IF RG-LOCKED = "R"
               DISPLAY FUNCTION TRIM (OPERATOR-ID) " HAS BEEN RETIRED"
                   " AND CANNOT SIGN ON."
               CLOSE OPER-REG-FILE
               EXIT PARAGRAPH
           END-IF

           IF RG-LOCKED = "Y"
               DISPLAY FUNCTION TRIM (OPERATOR-ID) " IS LOCKED OUT -"
                   " ASK FOR AN UNLOCK THROUGH SECMAINT."
               CLOSE OPER-REG-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PIN-PROCEDURE
               UNTIL VERIFY-OK-FLAG = "1" OR RG-LOCKED = "Y"

           CLOSE OPER-REG-FILE.

       CHECK-PIN-PROCEDURE.
           DISPLAY "ENTER PIN FOR " FUNCTION TRIM (OPERATOR-ID) ": "
           ACCEPT PIN-ANSWER

           IF PIN-ANSWER = RG-PIN
               MOVE 0 TO RG-FAIL-COUNT
               REWRITE OPERATOR-REG-RECORD
               MOVE "1" TO VERIFY-OK-FLAG
               MOVE "SIGNON" TO JOURNAL-EVENT
               MOVE SPACES TO JOURNAL-DETAIL
               PERFORM WRITE-JOURNAL-PROCEDURE
           ELSE
               ADD 1 TO RG-FAIL-COUNT
               IF RG-FAIL-COUNT >= 3
                   MOVE "Y" TO RG-LOCKED
               END-IF
               REWRITE OPERATOR-REG-RECORD
               MOVE "BADPIN" TO JOURNAL-EVENT
               MOVE SPACES TO JOURNAL-DETAIL
               STRING "FAIL COUNT " DELIMITED BY SIZE
                       RG-FAIL-COUNT DELIMITED BY SIZE
                   INTO JOURNAL-DETAIL
               PERFORM WRITE-JOURNAL-PROCEDURE
               IF RG-LOCKED = "Y"
                   DISPLAY "TOO MANY BAD PINS - "
                       FUNCTION TRIM (OPERATOR-ID) " IS NOW LOCKED."
                   MOVE "LOCKOUT" TO JOURNAL-EVENT
                   MOVE SPACES TO JOURNAL-DETAIL
                   PERFORM WRITE-JOURNAL-PROCEDURE
               ELSE
                   DISPLAY "WRONG PIN."
               END-IF
           END-IF.

       WRITE-JOURNAL-PROCEDURE.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           ACCEPT SJ-DATE FROM DATE YYYYMMDD
           ACCEPT SJ-TIME FROM TIME
           MOVE JOURNAL-EVENT TO SJ-EVENT
           MOVE "OPERINQ" TO SJ-PROGRAM
           MOVE TERMINAL-ID TO SJ-TERMINAL-ID
           MOVE OPERATOR-ID TO SJ-OPERATOR-ID
           MOVE OPERATOR-ID TO SJ-TARGET-ID
           MOVE JOURNAL-DETAIL TO SJ-DETAIL
           WRITE SECURITY-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

       LOAD-RATING-PROCEDURE.
           MOVE SPACES TO RATING-LINE
           STRING "OPERATOR " OPERATOR-ID "  "
               DELIMITED BY SIZE INTO RATING-LINE

           OPEN INPUT RATINGS-FILE
           IF RATINGS-STATUS NOT = "00"
               MOVE "NO RATINGS LEDGER ON FILE YET"
                   TO RATING-LINE (22:)
               EXIT PARAGRAPH
           END-IF

           MOVE OPERATOR-ID TO RT-OPERATOR-ID
           READ RATINGS-FILE
               INVALID KEY
                   MOVE "NO RATED GAMES YET" TO RATING-LINE (22:)
               NOT INVALID KEY
                   MOVE RT-RATING TO RATING-SHOWN
                   MOVE RT-GAMES TO COUNT-SHOWN
                   MOVE SPACES TO RATING-LINE (22:)
                   STRING "RATING " RATING-SHOWN
                           "   GAMES " COUNT-SHOWN
                       DELIMITED BY SIZE INTO RATING-LINE (22:)
                   MOVE RT-WINS-AS-X TO COUNT-SHOWN
                   STRING "  WON AS X " COUNT-SHOWN
                       DELIMITED BY SIZE INTO RATING-LINE (47:)
                   MOVE RT-WINS-AS-O TO COUNT-SHOWN
                   STRING "  WON AS O " COUNT-SHOWN
                       DELIMITED BY SIZE INTO RATING-LINE (63:)
           END-READ

           CLOSE RATINGS-FILE.

      *----Rung one is the top of the ladder, so the operator just
      *----above is the one this operator would challenge next.
       LOAD-LADDER-PROCEDURE.
           MOVE "LADDER: NOT ON THE LADDER" TO LADDER-LINE

           OPEN INPUT LADDER-FILE
           IF LADDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PREV-ID
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ LADDER-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF LD-OPERATOR-ID NOT = SPACES
                           ADD 1 TO RUNG-COUNT
                           IF RUNG-NO > 0 AND BELOW-ID = SPACES
                               MOVE LD-OPERATOR-ID TO BELOW-ID
                           END-IF
                           IF LD-OPERATOR-ID = OPERATOR-ID
                               MOVE RUNG-COUNT TO RUNG-NO
                               MOVE PREV-ID TO ABOVE-ID
                           END-IF
                           MOVE LD-OPERATOR-ID TO PREV-ID
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LADDER-FILE

           IF RUNG-NO = 0
               EXIT PARAGRAPH
           END-IF

           IF ABOVE-ID = SPACES
               MOVE "(TOP RUNG)" TO ABOVE-ID
           END-IF
           IF BELOW-ID = SPACES
               MOVE "(BOTTOM)" TO BELOW-ID
           END-IF

           MOVE SPACES TO LADDER-LINE
           MOVE RUNG-NO TO RUNG-SHOWN
           MOVE RUNG-COUNT TO COUNT-SHOWN
           STRING "LADDER: RUNG " FUNCTION TRIM (RUNG-SHOWN)
                   " OF " FUNCTION TRIM (COUNT-SHOWN)
                   "   ABOVE: " ABOVE-ID
                   "   BELOW: " BELOW-ID
               DELIMITED BY SIZE INTO LADDER-LINE.

      *----An empty checkpoint file is a game already resumed or
      *----finished, not one waiting.
       LOAD-SUSPENDED-GAME-PROCEDURE.
           MOVE "SUSPENDED GAME: NONE" TO SUSPEND-LINE

           MOVE SPACES TO SAVE-GAME-FILENAME
           STRING "SAVEGAME_" DELIMITED BY SIZE
                   FUNCTION TRIM (OPERATOR-ID) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO SAVE-GAME-FILENAME

           OPEN INPUT SAVE-GAME-FILE
           IF SAVE-GAME-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ SAVE-GAME-FILE
               AT END
                   CLOSE SAVE-GAME-FILE
                   EXIT PARAGRAPH
           END-READ

           CLOSE SAVE-GAME-FILE

           MOVE 0 TO DATE-IN
           IF SG-SESSION-ID NUMERIC
               MOVE SG-SESSION-ID (1:8) TO DATE-IN
           END-IF
           PERFORM FORMAT-DATE-PROCEDURE
           MOVE SG-MOVE-COUNT TO COUNT-SHOWN

           MOVE SPACES TO SUSPEND-LINE
           STRING "SUSPENDED GAME: STARTED " DATE-OUT
                   ", " FUNCTION TRIM (COUNT-SHOWN)
                   " MOVES - RESUME IT AT GAME SIGN-ON"
               DELIMITED BY SIZE INTO SUSPEND-LINE.

       LOAD-CHALLENGES-PROCEDURE.
           MOVE SPACES TO PANEL-LINE-TABLE

           OPEN INPUT CHALLENGE-FILE
           IF CHALLENGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CHALLENGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF (CN-STATUS = "P" OR CN-STATUS = "A")
                               AND (CN-CHALLENGER-ID = OPERATOR-ID
                                 OR CN-OPPONENT-ID = OPERATOR-ID)
                           PERFORM NOTE-CHALLENGE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CHALLENGE-FILE.

       NOTE-CHALLENGE-PROCEDURE.
           ADD 1 TO CHALLENGE-COUNT
           IF CHALLENGE-COUNT > PANEL-MAX
               EXIT PARAGRAPH
           END-IF

           MOVE CHALLENGE-COUNT TO PANEL-IDX
           IF CN-CHALLENGER-ID = OPERATOR-ID
               STRING CN-CHALLENGE-NO " TO   " CN-OPPONENT-ID
                   DELIMITED BY SIZE INTO PL-CHALLENGE (PANEL-IDX)
           ELSE
               STRING CN-CHALLENGE-NO " FROM " CN-CHALLENGER-ID
                   DELIMITED BY SIZE INTO PL-CHALLENGE (PANEL-IDX)
           END-IF
           IF CN-STATUS = "P"
               MOVE "PENDING" TO PL-CHALLENGE (PANEL-IDX) (23:)
           ELSE
               MOVE "ACCEPTED" TO PL-CHALLENGE (PANEL-IDX) (23:)
           END-IF.

      *----A later-round match can be waiting on another match's
      *----winner, in which case the other seat is still empty.
       LOAD-MATCHES-PROCEDURE.
           OPEN INPUT BRACKET-FILE
           IF BRACKET-STATUS NOT = "00"
               PERFORM BUILD-PANEL-HEAD-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ BRACKET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF BK-STATUS = "P"
                               AND (BK-X-ID = OPERATOR-ID
                                 OR BK-O-ID = OPERATOR-ID)
                           PERFORM NOTE-MATCH-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BRACKET-FILE
           PERFORM BUILD-PANEL-HEAD-PROCEDURE.

       NOTE-MATCH-PROCEDURE.
           ADD 1 TO MATCH-COUNT
           IF MATCH-COUNT > PANEL-MAX
               EXIT PARAGRAPH
           END-IF

           IF BK-X-ID = OPERATOR-ID
               MOVE "X" TO SEAT-MARK
               MOVE BK-O-ID TO OTHER-ID
           ELSE
               MOVE "O" TO SEAT-MARK
               MOVE BK-X-ID TO OTHER-ID
           END-IF
           IF OTHER-ID = SPACES
               MOVE "(TO COME)" TO OTHER-ID
           END-IF

           MOVE MATCH-COUNT TO PANEL-IDX
           STRING "RD " BK-ROUND " MATCH " BK-MATCH-NO " VS "
                   OTHER-ID " AS " SEAT-MARK
               DELIMITED BY SIZE INTO PL-MATCH (PANEL-IDX).

       BUILD-PANEL-HEAD-PROCEDURE.
           MOVE SPACES TO PANEL-HEAD-LINE
           MOVE CHALLENGE-COUNT TO COUNT-SHOWN
           STRING "CHALLENGES OPEN OR ACCEPTED: "
                   FUNCTION TRIM (COUNT-SHOWN)
               DELIMITED BY SIZE INTO PANEL-HEAD-LINE
           MOVE MATCH-COUNT TO COUNT-SHOWN
           STRING "TOURNAMENT MATCHES PENDING: "
                   FUNCTION TRIM (COUNT-SHOWN)
               DELIMITED BY SIZE INTO PANEL-HEAD-LINE (41:)

           IF CHALLENGE-COUNT = 0
               MOVE "NONE" TO PL-CHALLENGE (1)
           END-IF
           IF MATCH-COUNT = 0
               MOVE "NONE" TO PL-MATCH (1)
           END-IF.

      *----The awards file is keyed on operator first, so the
      *----operator's awards are read as one run from the start key.
       LOAD-AWARDS-PROCEDURE.
           MOVE "AWARDS: NONE YET" TO AWARDS-LINE

           OPEN INPUT AWARDS-FILE
           IF AWARDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE OPERATOR-ID TO AW-OPERATOR-ID
           MOVE LOW-VALUES TO AW-AWARD-CODE
           MOVE "N" TO EOF-FLAG
           START AWARDS-FILE KEY NOT < AW-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START

           MOVE 9 TO AWARD-POS
           PERFORM UNTIL EOF-FLAG = "Y"
               READ AWARDS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF AW-OPERATOR-ID NOT = OPERATOR-ID
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           PERFORM NOTE-AWARD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AWARDS-FILE

           IF AWARD-COUNT > AWARDS-SHOWN-MAX
               COMPUTE MORE-SHOWN = AWARD-COUNT - AWARDS-SHOWN-MAX
               STRING "+" FUNCTION TRIM (MORE-SHOWN) " MORE"
                   DELIMITED BY SIZE INTO AWARDS-LINE (AWARD-POS:)
           END-IF.

       NOTE-AWARD-PROCEDURE.
           ADD 1 TO AWARD-COUNT
           IF AWARD-COUNT = 1
               MOVE "AWARDS:" TO AWARDS-LINE
           END-IF
           IF AWARD-COUNT > AWARDS-SHOWN-MAX
               EXIT PARAGRAPH
           END-IF

           MOVE AW-DATE-EARNED TO DATE-IN
           PERFORM FORMAT-DATE-PROCEDURE
           STRING AW-AWARD-CODE " " DATE-OUT
               DELIMITED BY SIZE INTO AWARDS-LINE (AWARD-POS:)
           ADD 21 TO AWARD-POS.

      *----The log is in play order; each game the operator sat in
      *----is pushed on the front of the table, so it ends holding the
      *----most recent twenty, newest first. Adjudications for those
      *----games are posted after them and are applied as they come.
       LOAD-GAMES-PROCEDURE.
           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ GAME-LOG-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF GL-OPERATOR-ID = OPERATOR-ID
                               OR GL-OPPONENT-ID = OPERATOR-ID
                           EVALUATE GL-ENTRY-TYPE
                               WHEN SPACE
                                   PERFORM PUSH-GAME-PROCEDURE
                               WHEN "R"
                               WHEN "C"
                                   PERFORM APPLY-ADJUDICATION-PROCEDURE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GAME-LOG-FILE.

      *----Against the computer the operator holds whichever seat the
      *----computer did not; in a two-player game the logged operator
      *----holds X and the opponent O.
       PUSH-GAME-PROCEDURE.
           IF GAME-COUNT < GAME-MAX
               ADD 1 TO GAME-COUNT
           END-IF
           PERFORM VARYING SHIFT-IDX FROM GAME-COUNT BY -1
                   UNTIL SHIFT-IDX < 2
               MOVE GAME-ENTRY (SHIFT-IDX - 1)
                   TO GAME-ENTRY (SHIFT-IDX)
           END-PERFORM

           MOVE GL-DATE TO GT-DATE (1)
           MOVE GL-SESSION-ID TO GT-SESSION-ID (1)
           MOVE GL-WINNER TO GT-WINNER (1)
           MOVE GL-MOVE-COUNT TO GT-MOVES (1)
           MOVE SPACE TO GT-ADJUDGED (1)

           EVALUATE TRUE
               WHEN GL-OPPONENT-ID = OPERATOR-ID
                   MOVE "O" TO GT-SEAT (1)
                   MOVE GL-OPERATOR-ID TO GT-OPPONENT-ID (1)
               WHEN GL-COMPUTER-SEAT = "X"
                   MOVE "O" TO GT-SEAT (1)
                   MOVE "*COMPUTER*" TO GT-OPPONENT-ID (1)
               WHEN GL-COMPUTER-SEAT = "O"
                   MOVE "X" TO GT-SEAT (1)
                   MOVE "*COMPUTER*" TO GT-OPPONENT-ID (1)
               WHEN OTHER
                   MOVE "X" TO GT-SEAT (1)
                   MOVE GL-OPPONENT-ID TO GT-OPPONENT-ID (1)
           END-EVALUATE.

      *----A reversing entry voids the game; a correcting entry, which
      *----always follows its reversal, puts the standing result back.
       APPLY-ADJUDICATION-PROCEDURE.
           PERFORM VARYING GAME-IDX FROM 1 BY 1
                   UNTIL GAME-IDX > GAME-COUNT
               IF GT-SESSION-ID (GAME-IDX) = GL-SESSION-ID
                   IF GL-ENTRY-TYPE = "R"
                       MOVE "V" TO GT-ADJUDGED (GAME-IDX)
                   ELSE
                       MOVE "C" TO GT-ADJUDGED (GAME-IDX)
                       MOVE GL-WINNER TO GT-WINNER (GAME-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BUILD-GAME-PAGE-PROCEDURE.
           MOVE SPACES TO GAMES-HEAD-LINE
           IF GAME-COUNT = 0
               MOVE "LAST GAMES: NONE ON THE GAME LOG"
                   TO GAMES-HEAD-LINE
           ELSE
               MOVE GAME-COUNT TO COUNT-SHOWN
               STRING "LAST " FUNCTION TRIM (COUNT-SHOWN)
                       " GAMES, NEWEST FIRST - PAGE " PAGE-NO
                       " OF " PAGE-COUNT
                   DELIMITED BY SIZE INTO GAMES-HEAD-LINE
           END-IF

           MOVE SPACES TO GAME-LINE-TABLE
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > PAGE-SIZE
               COMPUTE GAME-IDX = (PAGE-NO - 1) * PAGE-SIZE + LINE-IDX
               IF GAME-IDX <= GAME-COUNT
                   PERFORM BUILD-GAME-LINE-PROCEDURE
               END-IF
           END-PERFORM.

       BUILD-GAME-LINE-PROCEDURE.
           MOVE GAME-IDX TO GD-NO
           MOVE GT-DATE (GAME-IDX) TO DATE-IN
           PERFORM FORMAT-DATE-PROCEDURE
           MOVE DATE-OUT TO GD-DATE
           MOVE GT-SESSION-ID (GAME-IDX) TO GD-SESSION-ID
           MOVE GT-SEAT (GAME-IDX) TO GD-SEAT
           MOVE GT-OPPONENT-ID (GAME-IDX) TO GD-OPPONENT-ID
           MOVE GT-MOVES (GAME-IDX) TO GD-MOVES

           EVALUATE TRUE
               WHEN GT-ADJUDGED (GAME-IDX) = "V"
                   MOVE "VOIDED" TO GD-RESULT
               WHEN GT-WINNER (GAME-IDX) = "N"
                   MOVE "NOGAME" TO GD-RESULT
               WHEN GT-WINNER (GAME-IDX) = GT-SEAT (GAME-IDX)
                   MOVE "WON" TO GD-RESULT
               WHEN GT-WINNER (GAME-IDX) = "X"
                       OR GT-WINNER (GAME-IDX) = "O"
                   MOVE "LOST" TO GD-RESULT
               WHEN OTHER
                   MOVE "DRAWN" TO GD-RESULT
           END-EVALUATE

           EVALUATE TRUE
               WHEN GT-SESSION-ID (GAME-IDX) (9:6) > "900000"
                   MOVE "OFF-SYSTEM" TO GD-NOTE
               WHEN GT-ADJUDGED (GAME-IDX) = "C"
                   MOVE "ADJUDGED" TO GD-NOTE
               WHEN OTHER
                   MOVE SPACES TO GD-NOTE
           END-EVALUATE

           MOVE GAME-DETAIL TO GAME-LINE (LINE-IDX).

      *----REPLAY takes the session from the SESSIONID environment
      *----variable when it is called, and is cancelled on return so
      *----the next game opens in a fresh copy. A game posted
      *----off-system was never played on a terminal and has no moves
      *----to show.
       REPLAY-GAME-PROCEDURE.
           IF GAME-NO-ANSWER < 1 OR GAME-NO-ANSWER > GAME-COUNT
               MOVE "ENTER THE NO. OF A GAME LISTED ABOVE TO REPLAY IT."
                   TO MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE GAME-NO-ANSWER TO GAME-IDX
           IF GT-SESSION-ID (GAME-IDX) (9:6) > "900000"
               MOVE "THAT GAME WAS PLAYED OFF-SYSTEM - THERE ARE NO"
                   TO MESSAGE-LINE
               MOVE " MOVES ON FILE TO REPLAY." TO MESSAGE-LINE (47:)
               EXIT PARAGRAPH
           END-IF

           MOVE GT-SESSION-ID (GAME-IDX) TO SESSION-PASSED
           DISPLAY "SESSIONID" UPON ENVIRONMENT-NAME
           DISPLAY SESSION-PASSED UPON ENVIRONMENT-VALUE

           CALL "REPLAY"
           CANCEL "REPLAY"

           MOVE SPACES TO SESSION-PASSED
           DISPLAY "SESSIONID" UPON ENVIRONMENT-NAME
           DISPLAY SESSION-PASSED UPON ENVIRONMENT-VALUE

           IF RETURN-CODE NOT = 0
               MOVE "REPLAY COULD NOT SHOW THAT GAME - ITS MOVES MAY"
                   TO MESSAGE-LINE
               MOVE " HAVE BEEN ARCHIVED." TO MESSAGE-LINE (48:)
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----A zero date shows as blanks.
       FORMAT-DATE-PROCEDURE.
           IF DATE-IN = 0 OR DATE-IN NOT NUMERIC
               MOVE SPACES TO DATE-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE DATE-IN TO DATE-WORK
           MOVE DW-YEAR TO DE-YEAR
           MOVE DW-MONTH TO DE-MONTH
           MOVE DW-DAY TO DE-DAY
           MOVE DATE-EDITED TO DATE-OUT.

       END PROGRAM OPERINQ.
