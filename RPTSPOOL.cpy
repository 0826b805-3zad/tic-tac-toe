      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: REQUEST BLOCK PASSED TO THE RPTSPOOL PRINT-FILE
      *          SPOOLER. A REPORT OPENS ITS PRINT FILE ONCE, HANDS
      *          OVER EVERY LINE IT SHOWS ON SYSOUT, AND CLOSES IT;
      *          RPTSPOOL DOES THE PAGING, THE HEADERS, THE TRAILER
      *          AND THE RPTCATLG.DAT CATALOG ENTRY.
      ******************************************************************
       01  SPOOL-REQUEST.
           05 SP-ACTION        PIC X(1).
      *        O = OPEN A NEW DATED PRINT FILE FOR SP-REPORT-ID
      *        L = PRINT SP-LINE
      *        C = PRINT THE TRAILER, CLOSE AND CATALOG THE RUN
           05 SP-REPORT-ID     PIC X(12).
           05 SP-PARAMETERS    PIC X(60).
      *        PRINTED IN EVERY PAGE HEADER AND KEPT ON THE CATALOG
           05 SP-LINE          PIC X(132).
           05 SP-RETURN        PIC X(2).
      *        00 = SPOOLED   ANYTHING ELSE = THE PRINT FILE STATUS
      *        THAT STOPPED IT (THE REPORT STILL RUNS TO SYSOUT)
