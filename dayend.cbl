       01  STEP-NAME-LIST REDEFINES STEP-NAME-TABLE.
           05 STEP-NAME OCCURS 4 TIMES PIC X(12).

           COPY RPTSPOOL.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           REWRITE RUN-CTL-RECORD.

       PRINT-SUMMARY-PROCEDURE.
           MOVE "DAYEND" TO SP-REPORT-ID
           MOVE SPACES TO SP-PARAMETERS
           STRING "RUN DATE " RUN-DATE
               DELIMITED BY SIZE INTO SP-PARAMETERS
           MOVE "O" TO SP-ACTION
           CALL "RPTSPOOL" USING SPOOL-REQUEST

           MOVE SPACES TO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "===== DAY-END RUN SUMMARY FOR " RUN-DATE " ====="
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           PERFORM VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > 4
               MOVE SPACES TO SP-LINE
               STRING "STEP " STEP-IDX " " STEP-NAME (STEP-IDX)
                   " STATUS " RC-STEP-STATUS (STEP-IDX)
                   " START " RC-STEP-START (STEP-IDX)
                   " END " RC-STEP-END (STEP-IDX)
                   DELIMITED BY SIZE INTO SP-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-PERFORM
           MOVE SPACES TO SP-LINE
           STRING "STEPS RUN    : " STEPS-RUN
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "STEPS SKIPPED: " STEPS-SKIPPED
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE
           MOVE SPACES TO SP-LINE
           STRING "STEPS FAILED : " STEPS-FAILED
               DELIMITED BY SIZE INTO SP-LINE
           PERFORM PRINT-LINE-PROCEDURE

           MOVE "C" TO SP-ACTION
           CALL "RPTSPOOL" USING SPOOL-REQUEST.

      *----The summary page also goes to a dated print file through
      *----RPTSPOOL - the step reports spool their own.
       PRINT-LINE-PROCEDURE.
           DISPLAY FUNCTION TRIM (SP-LINE TRAILING)
           MOVE "L" TO SP-ACTION
           CALL "RPTSPOOL" USING SPOOL-REQUEST.

       END PROGRAM DAYEND.
