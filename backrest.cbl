           05 GENERATION-ENTRY OCCURS 40 TIMES.
               10 GN-DATE       PIC 9(8) VALUE 0.

           COPY SYSWIN.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           MOVE "BACKREST" TO WR-PROGRAM
           PERFORM CLOSE-BATCH-WINDOW-PROCEDURE

           PERFORM FOREVER
               DISPLAY " "
               DISPLAY "===== MASTER-FILE BACKUP AND RESTORE ====="
               END-EVALUATE
           END-PERFORM

           PERFORM REOPEN-BATCH-WINDOW-PROCEDURE
           GOBACK.

       BACKUP-RUN-PROCEDURE.
           ACCEPT GEN-DATE FROM DATE YYYYMMDD
           END-PERFORM
           CLOSE CATALOG-FILE.

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

       END PROGRAM BACKREST.
