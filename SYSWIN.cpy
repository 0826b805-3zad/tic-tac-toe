      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: REQUEST BLOCK PASSED TO SYSWIN, WHICH CLOSES THE BATCH
      *          WINDOW IN SYSCTL.DAT WHEN A BATCH PROGRAM STARTS AND
      *          REOPENS IT WHEN THAT PROGRAM FINISHES. A PROGRAM
      *          STARTED WHILE ANOTHER ALREADY HOLDS THE WINDOW CLOSED
      *          (A STEP UNDER THE MONCLOSE DRIVER) LEAVES IT TO THE
      *          HOLDER TO REOPEN.
      ******************************************************************
       01  WINDOW-REQUEST.
           05 WR-ACTION        PIC X(1).
      *        C = CLOSE THE WINDOW FOR WR-PROGRAM
      *        O = REOPEN IT IF WR-PROGRAM IS THE ONE HOLDING IT
           05 WR-PROGRAM       PIC X(8).
           05 WR-STATE         PIC X(1).
      *        THE WINDOW STATE AFTER THE CALL (O OR C)
           05 WR-CLOSED-BY     PIC X(8).
           05 WR-RETURN        PIC X(2).
      *        00 = DONE   ANYTHING ELSE = THE SYSCTL.DAT STATUS
      *        THAT STOPPED IT
           05 WR-HELD-RC       PIC S9(4).
      *        THE CALLER'S OWN RETURN CODE, PARKED HERE ACROSS THE
      *        CALL - THE CALL ITSELF WOULD OTHERWISE RESET IT
