       77  RECORDS-ON-HAND  PIC 9(7) VALUE 0.
       77  RECORDS-REJECTED PIC 9(7) VALUE 0.

           COPY SYSWIN.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE "AUDXTRCT" TO WR-PROGRAM
           PERFORM CLOSE-BATCH-WINDOW-PROCEDURE

           DISPLAY " "
           DISPLAY "===== AUDIT TRAIL TRANSFER ====="
           DISPLAY "U = UNLOAD THE KEYED STORE TO FLAT AUDITLOG.DAT"
               PERFORM UNLOAD-STORE-PROCEDURE
           END-IF

           PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
           STOP RUN.

       UNLOAD-STORE-PROCEDURE.
           IF STORE-STATUS NOT = "00"
               DISPLAY "NO AUDITIDX.DAT MOVE STORE FOUND."
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

               DISPLAY "COULD NOT CREATE AUDITLOG.DAT - STATUS "
                   AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

           IF AUDIT-STATUS NOT = "00"
               DISPLAY "NO AUDITLOG.DAT FLAT LOG FOUND TO LOAD."
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

               DISPLAY "COULD NOT OPEN AUDITIDX.DAT - STATUS "
                   STORE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
               STOP RUN
           END-IF

                   ADD 1 TO RECORDS-MERGED
           END-WRITE.

      *----The live files are rewritten here - the terminals start
      *----no new games until the run is over.
       CLOSE-BATCH-WINDOW-PROCEDURE.
           MOVE "C" TO WR-ACTION
           CALL "SYSWIN" USING WINDOW-REQUEST.

       REOPEN-BATCH-WINDOW-PROCEDURE.
           MOVE RETURN-CODE TO WR-HELD-RC
           MOVE "O" TO WR-ACTION
           CALL "SYSWIN" USING WINDOW-REQUEST
           MOVE WR-HELD-RC TO RETURN-CODE.

       END PROGRAM AUDXTRCT.
