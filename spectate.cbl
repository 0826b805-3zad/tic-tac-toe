      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: SPECTATOR SEAT FOR A LIVE TWO-TERMINAL GAME - ENTER
      *          THE SESSION ID SHOWN ON PLAYER X'S TERMINAL AND WATCH
      *          THE GAME FROM A THIRD CRT AS THE MOVES ARRIVE IN ITS
      *          MOVEXCH EXCHANGE FILE. EACH POSITION IS DRAWN BY THE
      *          BOARD SUBPROGRAM WITH BOTH PLAYERS' IDS, THE MOVE
      *          NUMBER AND THE MOVER'S THINK TIME, AND THE FINAL
      *          RESULT STAYS ON SCREEN WHEN THE GAME IS WON, DRAWN OR
      *          FORFEITED. THE EXCHANGE FILE IS ONLY EVER OPENED FOR
      *          INPUT - THE SPECTATOR CANNOT TOUCH THE GAME.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SPECTATE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MOVE-XCHG-FILE ASSIGN TO MOVE-XCHG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVE-XCHG-STATUS.

           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  MOVE-XCHG-FILE.
       01  MOVE-XCHG-RECORD.
           05 MX-SEQ           PIC 9(4).
      *        SEQ 0 = SIGN-ON RECORD: THE SEAT IN MX-MARK IS PLAYED
      *        BY THE PIN-VERIFIED OPERATOR NAMED IN MX-PLAYER-ID
           05 MX-MARK          PIC X(1).
           05 MX-ROW           PIC 9.
      *        ROW 0 = THE SEAT IN MX-MARK FORFEITED THE GAME
           05 MX-COL           PIC 9.
           05 MX-ELAPSED       PIC 9(4).
           05 MX-BOARD-DIM     PIC 9.
           05 MX-WIN-LEN       PIC 9.
      *        BOARD GEOMETRY ON THE SIGN-ON RECORD - THE HOST'S
      *        BOARD GOVERNS THE GAME AND THE JOINER ADOPTS IT.
      *        ZERO ON MOVE AND FORFEIT RECORDS
           05 MX-PLAYER-ID     PIC X(10).
      *        SPACES ON MOVE AND FORFEIT RECORDS

       FD  GAME-LOG-FILE.
           COPY GAMELOG.

       WORKING-STORAGE SECTION.
       77  MOVE-XCHG-STATUS PIC X(2).
       77  GAME-LOG-STATUS  PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".
       77  MOVE-XCHG-FILENAME PIC X(30) VALUE SPACES.

       77  SESSION-WANTED   PIC 9(14) VALUE 0.
       77  SESSION-X-ID     PIC X(10) VALUE SPACES.
       77  SESSION-O-ID     PIC X(10) VALUE SPACES.
       77  HOST-SEEN-FLAG   PIC X(1) VALUE "0".
       77  XCHG-GONE-FLAG   PIC X(1) VALUE "0".
       77  NEW-NEWS-FLAG    PIC X(1) VALUE "0".
       77  GAME-OVER-FLAG   PIC X(1) VALUE "0".
       77  CORRUPT-FLAG     PIC X(1) VALUE "0".
       77  LOGGED-FLAG      PIC X(1) VALUE "0".

       77  SHOWN-SEQ        PIC 9(4) VALUE 0.
       77  MOVE-COUNT       PIC 99 VALUE 0.
       77  LAST-MARK        PIC X(1) VALUE SPACE.
       77  LAST-ROW         PIC 9 VALUE 0.
       77  LAST-COL         PIC 9 VALUE 0.
       77  LAST-ELAPSED     PIC 9(4) VALUE 0.
       77  FORFEIT-MARK     PIC X(1) VALUE SPACE.

       77  POLL-SECONDS     PIC 9 VALUE 1.
       77  IDLE-TRY-COUNT   PIC 9(4) VALUE 0.
       77  WAIT-TRY-COUNT   PIC 9(3) VALUE 0.

      *----A game can sit a long while on a hard position, but a
      *----terminal that dies mid-game writes no forfeit - after
      *----this many quiet polls the spectator stops watching.
       78  IDLE-TRY-MAX VALUE 1800.
       78  WAIT-TRY-MAX VALUE 120.

       77  BOARD-DIM        PIC 9 VALUE 3.
       77  WIN-LENGTH       PIC 9 VALUE 3.
       77  SCAN-R           PIC 9.
       77  SCAN-C           PIC 9.

       77  WINNER           PIC X(1) VALUE SPACE.
       77  IS-TIE           PIC X(1) VALUE "0".
       77  WIN-START-ROW    PIC 9 VALUE 0.
       77  WIN-START-COL    PIC 9 VALUE 0.
       77  WIN-DIR-ROW      PIC S9 VALUE 0.
       77  WIN-DIR-COL      PIC S9 VALUE 0.

       77  STATUS-LINE      PIC X(60) VALUE SPACES.
       77  MOVE-SHOWN       PIC Z9.
       77  ELAPSED-SHOWN    PIC ZZZ9.

       01  TIC-TAC-TOE-BOARD.
           05 ROW OCCURS 3 TO 5 TIMES DEPENDING ON BOARD-DIM.
               10 CELL OCCURS 3 TO 5 TIMES DEPENDING ON BOARD-DIM.
                   15 CELL-VALUE PIC X VALUE SPACE.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

      *----The host creates the exchange file the moment it offers
      *----the game, so a session id whose file will not open is a
      *----mistyped id or a game already over.
           PERFORM FOREVER
               DISPLAY "ENTER THE SESSION ID SHOWN ON PLAYER X'S"
                   " TERMINAL (OR 0 TO GIVE UP): "
               ACCEPT SESSION-WANTED

               IF SESSION-WANTED = 0
                   DISPLAY "SPECTATING ABANDONED."
                   STOP RUN
               END-IF

               PERFORM BUILD-EXCHANGE-FILENAME-PROCEDURE
               OPEN INPUT MOVE-XCHG-FILE
               IF MOVE-XCHG-STATUS = "00"
                   CLOSE MOVE-XCHG-FILE
                   EXIT PERFORM
               END-IF

               DISPLAY "NO GAME IN PLAY FOR SESSION ID "
                   SESSION-WANTED " - CHECK THE NUMBER ON PLAYER X'S"
                   " TERMINAL."
           END-PERFORM

      *----The host's sign-on record carries the board geometry -
      *----nothing can be drawn until it is read.
           MOVE 0 TO WAIT-TRY-COUNT
           PERFORM FOREVER
               PERFORM READ-EXCHANGE-PROCEDURE
               IF HOST-SEEN-FLAG = "1" OR XCHG-GONE-FLAG = "1"
                   EXIT PERFORM
               END-IF
               ADD 1 TO WAIT-TRY-COUNT
               IF WAIT-TRY-COUNT >= WAIT-TRY-MAX
                   DISPLAY "SESSION " SESSION-WANTED " HAS NO HOST"
                       " SIGN-ON RECORD - NOTHING TO WATCH."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CALL "C$SLEEP" USING POLL-SECONDS
           END-PERFORM

           IF XCHG-GONE-FLAG = "0"
               PERFORM SHOW-POSITION-PROCEDURE
           END-IF

           MOVE 0 TO IDLE-TRY-COUNT
           PERFORM UNTIL GAME-OVER-FLAG = "1"
                   OR XCHG-GONE-FLAG = "1"
               CALL "C$SLEEP" USING POLL-SECONDS
               PERFORM READ-EXCHANGE-PROCEDURE
               IF NEW-NEWS-FLAG = "1"
                   MOVE 0 TO IDLE-TRY-COUNT
                   PERFORM SHOW-POSITION-PROCEDURE
               ELSE
                   ADD 1 TO IDLE-TRY-COUNT
                   IF IDLE-TRY-COUNT >= IDLE-TRY-MAX
                       DISPLAY "NO MOVE FROM EITHER TERMINAL IN HALF AN"
                           " HOUR - STOPPED WATCHING."
                       MOVE 4 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM

      *----The host removes the exchange file a few seconds after the
      *----game ends. A spectator that missed the last move finds the
      *----result the host logged instead.
           IF GAME-OVER-FLAG = "0"
               PERFORM FIND-LOGGED-RESULT-PROCEDURE
           END-IF

           IF CORRUPT-FLAG = "1"
               DISPLAY "THE EXCHANGE FILE CARRIES A MOVE THAT DOES NOT"
                   " FIT THIS BOARD - STOPPED WATCHING."
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

       BUILD-EXCHANGE-FILENAME-PROCEDURE.
           MOVE SPACES TO MOVE-XCHG-FILENAME
           STRING "MOVEXCH_" DELIMITED BY SIZE
                   SESSION-WANTED DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO MOVE-XCHG-FILENAME.

      *----Every poll reads the exchange file from the top, the way
      *----the playing terminals do, and plays on only the records
      *----past the last one shown. The file is opened for input
      *----and nothing else.
       READ-EXCHANGE-PROCEDURE.
           MOVE "0" TO NEW-NEWS-FLAG
           OPEN INPUT MOVE-XCHG-FILE
           IF MOVE-XCHG-STATUS NOT = "00"
               MOVE "1" TO XCHG-GONE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ MOVE-XCHG-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF MX-SEQ = 0
                           PERFORM NOTE-SIGNON-PROCEDURE
                       ELSE
                           IF MX-SEQ = SHOWN-SEQ + 1
                                   AND HOST-SEEN-FLAG = "1"
                                   AND GAME-OVER-FLAG = "0"
                               PERFORM APPLY-EXCHANGE-RECORD-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MOVE-XCHG-FILE.

      *----The X seat hosts the game, so its record sets the board.
       NOTE-SIGNON-PROCEDURE.
           IF MX-MARK = "X" AND HOST-SEEN-FLAG = "0"
               MOVE MX-PLAYER-ID TO SESSION-X-ID
               MOVE MX-BOARD-DIM TO BOARD-DIM
               MOVE MX-WIN-LEN TO WIN-LENGTH
               IF BOARD-DIM < 3 OR BOARD-DIM > 5
                   MOVE 3 TO BOARD-DIM
               END-IF
               IF WIN-LENGTH > BOARD-DIM OR WIN-LENGTH < 3
                   MOVE BOARD-DIM TO WIN-LENGTH
               END-IF
               PERFORM VARYING SCAN-R FROM 1 BY 1
                       UNTIL SCAN-R > BOARD-DIM
                   PERFORM VARYING SCAN-C FROM 1 BY 1
                           UNTIL SCAN-C > BOARD-DIM
                       MOVE SPACE TO CELL-VALUE (SCAN-R, SCAN-C)
                   END-PERFORM
               END-PERFORM
               MOVE "1" TO HOST-SEEN-FLAG
               MOVE "1" TO NEW-NEWS-FLAG
           END-IF

           IF MX-MARK = "O" AND SESSION-O-ID = SPACES
               MOVE MX-PLAYER-ID TO SESSION-O-ID
               MOVE "1" TO NEW-NEWS-FLAG
           END-IF.

      *----Never subscript the board with a coordinate taken from the
      *----file - a record off the board, or onto a taken cell, means
      *----this is not the game the two terminals are playing.
       APPLY-EXCHANGE-RECORD-PROCEDURE.
           ADD 1 TO SHOWN-SEQ
           MOVE "1" TO NEW-NEWS-FLAG
           MOVE MX-MARK TO LAST-MARK
           MOVE MX-ELAPSED TO LAST-ELAPSED

           IF MX-ROW = 0
               MOVE MX-MARK TO FORFEIT-MARK
               IF MX-MARK = "X"
                   MOVE "O" TO WINNER
               ELSE
                   MOVE "X" TO WINNER
               END-IF
               MOVE "1" TO GAME-OVER-FLAG
               EXIT PARAGRAPH
           END-IF

           IF MX-ROW > BOARD-DIM
                   OR MX-COL < 1
                   OR MX-COL > BOARD-DIM
               MOVE "1" TO CORRUPT-FLAG
               MOVE "1" TO GAME-OVER-FLAG
               EXIT PARAGRAPH
           END-IF
           IF CELL-VALUE (MX-ROW, MX-COL) NOT = SPACE
               MOVE "1" TO CORRUPT-FLAG
               MOVE "1" TO GAME-OVER-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE MX-MARK TO CELL-VALUE (MX-ROW, MX-COL)
           MOVE MX-ROW TO LAST-ROW
           MOVE MX-COL TO LAST-COL
           ADD 1 TO MOVE-COUNT

           CALL "CHECK" USING BOARD-DIM WIN-LENGTH
               TIC-TAC-TOE-BOARD WINNER IS-TIE
               WIN-START-ROW WIN-START-COL WIN-DIR-ROW WIN-DIR-COL

           IF WINNER NOT = SPACE OR IS-TIE = "1"
               MOVE "1" TO GAME-OVER-FLAG
           END-IF.

       SHOW-POSITION-PROCEDURE.
           PERFORM BUILD-STATUS-LINE-PROCEDURE

           CALL "BOARD" USING BOARD-DIM TIC-TAC-TOE-BOARD
               STATUS-LINE WIN-START-ROW WIN-START-COL
               WIN-DIR-ROW WIN-DIR-COL WIN-LENGTH

           DISPLAY "SESSION " SESSION-WANTED
               "  X=" SESSION-X-ID "  O=" SESSION-O-ID
           DISPLAY "SPECTATING - READ ONLY".

       BUILD-STATUS-LINE-PROCEDURE.
           MOVE MOVE-COUNT TO MOVE-SHOWN
           MOVE LAST-ELAPSED TO ELAPSED-SHOWN
           MOVE SPACES TO STATUS-LINE

           EVALUATE TRUE
               WHEN CORRUPT-FLAG = "1"
                   MOVE "EXCHANGE FILE OUT OF STEP - NOT THIS GAME"
                       TO STATUS-LINE
               WHEN FORFEIT-MARK NOT = SPACE
                   STRING FORFEIT-MARK " FORFEITED AFTER "
                           FUNCTION TRIM (ELAPSED-SHOWN) " SEC - "
                           WINNER " WINS" DELIMITED BY SIZE
                       INTO STATUS-LINE
               WHEN WINNER = "X" OR WINNER = "O"
                   STRING "MOVE " FUNCTION TRIM (MOVE-SHOWN) " - "
                           WINNER " WINS (" FUNCTION TRIM
                           (ELAPSED-SHOWN) " SEC)" DELIMITED BY SIZE
                       INTO STATUS-LINE
               WHEN IS-TIE = "1"
                   STRING "MOVE " FUNCTION TRIM (MOVE-SHOWN) " - "
                           "DRAWN GAME" DELIMITED BY SIZE
                       INTO STATUS-LINE
               WHEN SESSION-O-ID = SPACES
                   MOVE "WAITING FOR PLAYER O TO SIGN ON..."
                       TO STATUS-LINE
               WHEN MOVE-COUNT = 0
                   MOVE "WAITING FOR THE OPENING MOVE..."
                       TO STATUS-LINE
               WHEN OTHER
                   STRING "MOVE " FUNCTION TRIM (MOVE-SHOWN) " - "
                           LAST-MARK " AT " LAST-ROW "," LAST-COL
                           " AFTER " FUNCTION TRIM (ELAPSED-SHOWN)
                           " SEC" DELIMITED BY SIZE
                       INTO STATUS-LINE
           END-EVALUATE.

      *----The last record logged for the session is the one that
      *----stands - an adjudication posts after the game itself.
       FIND-LOGGED-RESULT-PROCEDURE.
           MOVE "0" TO LOGGED-FLAG
           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ GAME-LOG-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF GL-SESSION-ID = SESSION-WANTED
                               PERFORM NOTE-LOGGED-RESULT-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-FILE
           END-IF

           IF LOGGED-FLAG = "0"
               DISPLAY "THE GAME HAS ENDED AND ITS RESULT IS NOT YET"
                   " ON THE GAME LOG."
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WINNER = "X" OR WINNER = "O"
                   DISPLAY "GAME OVER AFTER " FUNCTION TRIM (MOVE-SHOWN)
                       " MOVES - " WINNER " WINS."
               WHEN WINNER = "V"
                   DISPLAY "GAME OVER AFTER " FUNCTION TRIM (MOVE-SHOWN)
                       " MOVES - THE RESULT HAS BEEN VOIDED."
               WHEN OTHER
                   DISPLAY "GAME OVER AFTER " FUNCTION TRIM (MOVE-SHOWN)
                       " MOVES - DRAWN GAME."
           END-EVALUATE.

      *----A supervisor may already have adjudged the game. As OPERINQ
      *----reads the log, a reversing entry voids what stood and a
      *----later correcting entry puts up the result that stands.
       NOTE-LOGGED-RESULT-PROCEDURE.
           EVALUATE GL-ENTRY-TYPE
               WHEN "R"
                   MOVE "V" TO WINNER
               WHEN OTHER
                   MOVE GL-WINNER TO WINNER
                   MOVE GL-MOVE-COUNT TO MOVE-SHOWN
                   MOVE "1" TO LOGGED-FLAG
           END-EVALUATE.

       END PROGRAM SPECTATE.
