      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: REPORT CATALOG RECORD FOR RPTCATLG.DAT - ONE ENTRY PER
      *          REPORT RUN, APPENDED BY RPTSPOOL WHEN THE RUN'S DATED
      *          PRINT FILE IS CLOSED. RPTINQ LISTS THE CATALOG AND
      *          REPRINTS A PAST RUN FROM THE FILE NAMED HERE.
      ******************************************************************
       01  REPORT-CATALOG-RECORD.
           05 RK-RUN-DATE      PIC 9(8).
           05 RK-RUN-TIME      PIC 9(6).
           05 RK-REPORT-ID     PIC X(12).
           05 RK-FILE-NAME     PIC X(40).
           05 RK-PAGES         PIC 9(4).
           05 RK-LINES         PIC 9(7).
           05 RK-PARAMETERS    PIC X(60).
