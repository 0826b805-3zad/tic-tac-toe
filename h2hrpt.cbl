      *          GRID PER PAIR: GAMES, WINS EACH WAY, DRAWS, THE
      *          SPLIT BY WHO HELD X, AND WHICH MARK OPENED. LEADRPT
      *          RANKS EACH OPERATOR ALONE; THIS ANSWERS HOW A HAS
      *          ACTUALLY DONE AGAINST B. THE SEASON ENVIRONMENT
      *          VARIABLE PICKS THE CURRENT SEASON (BLANK), A NAMED
      *          SEASON, OR ALL TIME (ALL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       77  GAME-LOG-STATUS  PIC X(2).
       77  EOF-FLAG         PIC X VALUE "N".
       77  SEASON-WANTED    PIC X(8).
       77  SEASON-STATE     PIC X(15).
       77  OLDEST-DATE      PIC 9(8) VALUE 99999999.

       77  PAIR-COUNT       PIC 999 VALUE 0.
       77  FOUND-IDX        PIC 999 VALUE 0.

       78  PAIR-MAX VALUE 400.

       78  ADJ-MAX VALUE 500.

      *----Sessions a supervisor has adjudicated, with the result
      *----that now stands - V when the game was voided.
       77  ADJ-COUNT        PIC 999 VALUE 0.
       77  ADJ-FOUND-IDX    PIC 999 VALUE 0.
       77  ADJ-TBL-FULL     PIC X(1) VALUE "0".
       01  ADJ-TABLE.
           05 ADJ-ENTRY OCCURS 500 TIMES INDEXED BY ADJ-IDX.
               10 AJ-SESSION-ID PIC 9(14) VALUE 0.
               10 AJ-RESULT     PIC X(1) VALUE SPACE.

       01  PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 400 TIMES INDEXED BY PAIR-IDX.
               10 PR-LOW-ID     PIC X(10) VALUE SPACES.
               10 PR-X-OPENED   PIC 9(5) VALUE 0.
               10 PR-O-OPENED   PIC 9(5) VALUE 0.

           COPY SEASONQ.

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           ACCEPT SEASON-WANTED FROM ENVIRONMENT "SEASON"
           MOVE FUNCTION UPPER-CASE (SEASON-WANTED) TO SR-SELECTOR
           CALL "SEASONQ" USING SEASON-REQUEST

           MOVE "H2HRPT" TO SP-REPORT-ID
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

           PERFORM LOAD-ADJUDICATIONS-PROCEDURE

           OPEN INPUT GAME-LOG-FILE

           IF GAME-LOG-STATUS NOT = "00"
               MOVE "NO GAME HISTORY FOUND YET." TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM CLOSE-SPOOL-PROCEDURE
               GOBACK
           END-IF

                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF GL-DATE < OLDEST-DATE
                           MOVE GL-DATE TO OLDEST-DATE
                       END-IF
                       PERFORM APPLY-ADJUDICATION-PROCEDURE
      *----------------A double no-show (N) was never played.
                       IF GL-ENTRY-TYPE = SPACE
                               AND GL-WINNER NOT = "N"
                               AND (SR-SCOPE = "A"
                               OR (GL-DATE >= SR-START-DATE
                               AND GL-DATE <= SR-END-DATE))
                           ADD 1 TO GAMES-READ
                           PERFORM TALLY-ONE-GAME-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM


           PERFORM PRINT-REPORT-PROCEDURE

           PERFORM CLOSE-SPOOL-PROCEDURE
           GOBACK.

      *----A first pass over the log gathers every adjudicated
      *----session. Reversing entries void what stood and a later
      *----correcting entry puts up the adjudicated result, so the
      *----last entry read for a session is the one that counts.
       LOAD-ADJUDICATIONS-PROCEDURE.
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
                       IF GL-ENTRY-TYPE = "R" OR GL-ENTRY-TYPE = "C"
                           PERFORM NOTE-ADJUDICATION-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GAME-LOG-FILE
           MOVE "N" TO EOF-FLAG.

       NOTE-ADJUDICATION-PROCEDURE.
           PERFORM FIND-ADJUDICATION-PROCEDURE

           IF ADJ-FOUND-IDX = 0
               IF ADJ-COUNT < ADJ-MAX
                   ADD 1 TO ADJ-COUNT
                   MOVE GL-SESSION-ID TO AJ-SESSION-ID (ADJ-COUNT)
                   MOVE ADJ-COUNT TO ADJ-FOUND-IDX
               ELSE
                   MOVE "1" TO ADJ-TBL-FULL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF GL-ENTRY-TYPE = "R"
               MOVE "V" TO AJ-RESULT (ADJ-FOUND-IDX)
           ELSE
               MOVE GL-WINNER TO AJ-RESULT (ADJ-FOUND-IDX)
           END-IF.

       FIND-ADJUDICATION-PROCEDURE.
           MOVE 0 TO ADJ-FOUND-IDX

           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJ-COUNT
               IF AJ-SESSION-ID (ADJ-IDX) = GL-SESSION-ID
                   SET ADJ-FOUND-IDX TO ADJ-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----The game as played is counted with the adjudicated result
      *----in place of its own, or not at all once voided. The
      *----adjudication entries themselves are never counted - the
      *----entry type is left non-blank on anything to be skipped.
       APPLY-ADJUDICATION-PROCEDURE.
           IF GL-ENTRY-TYPE NOT = SPACE OR ADJ-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ADJUDICATION-PROCEDURE
           IF ADJ-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           IF AJ-RESULT (ADJ-FOUND-IDX) = "V"
               MOVE "V" TO GL-ENTRY-TYPE
           ELSE
               MOVE AJ-RESULT (ADJ-FOUND-IDX) TO GL-WINNER
           END-IF.

      *----Only a two-human game makes a rivalry: both seats must be
      *----filled and the computer must not have held either one - a
      *----half-written record with a blank operator id would file a
           END-IF.

       PRINT-REPORT-PROCEDURE.
           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE "===== HEAD-TO-HEAD MATCHUP REPORT =====" TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           IF SR-SCOPE NOT = "A"
               PERFORM PRINT-SEASON-LINE-PROCEDURE
           END-IF

      *----The pairings are built from the log itself, so a season
      *----whose early games have gone to the archive is short.
           IF SR-SCOPE = "P" AND OLDEST-DATE > SR-START-DATE
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: THE GAME LOG NOW STARTS " OLDEST-DATE
                   " - GAMES ARCHIVED BEFORE THEN ARE NOT COUNTED."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           IF PAIR-COUNT = 0
               MOVE "(NO TWO-HUMAN GAMES ON FILE)" TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING FUNCTION TRIM (PR-LOW-ID (PAIR-IDX)) " VS "
                   FUNCTION TRIM (PR-HIGH-ID (PAIR-IDX))
                   "  -  GAMES " PR-GAMES (PAIR-IDX)
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "  " PR-LOW-ID (PAIR-IDX) " WINS "
                   PR-LOW-WINS (PAIR-IDX) "  "
                   PR-HIGH-ID (PAIR-IDX) " WINS "
                   PR-HIGH-WINS (PAIR-IDX)
                   "  DRAWS " PR-DRAWS (PAIR-IDX)
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "  " PR-LOW-ID (PAIR-IDX) " AS X: "
                   PR-LOW-X-GMS (PAIR-IDX) " GAMES, WON "
                   PR-LOW-X-WINS (PAIR-IDX)
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "  " PR-HIGH-ID (PAIR-IDX) " AS X: "
                   PR-HIGH-X-GMS (PAIR-IDX) " GAMES, WON "
                   PR-HIGH-X-WIN (PAIR-IDX)
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "  OPENED BY X " PR-X-OPENED (PAIR-IDX)
                   "  BY O " PR-O-OPENED (PAIR-IDX)
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-PERFORM

           IF PAIR-TBL-FULL = "1"
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: MORE PAIRS THAN THE WORK TABLE HOLDS"
                   " - REPORT INCOMPLETE. ARCHIVE THE GAME LOG AND"
                   " RERUN."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF
           IF ADJ-TBL-FULL = "1"
               MOVE SPACES TO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO SP-LINE
               STRING "NOTICE: MORE ADJUDICATED GAMES THAN THE WORK"
                   " TABLE HOLDS - SOME CORRECTIONS NOT APPLIED."
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "GAMES READ  : " GAMES-READ
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "GAMES PAIRED: " GAMES-PAIRED
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE.

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

       END PROGRAM H2HRPT.
