      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: SEASON CALENDAR RECORD FOR SEASON.DAT, ONE LINE PER
      *          SEASON IN DATE ORDER, KEPT BY HAND LIKE HOLIDAY.DAT.
      *          THE FIRST SEASON WITH NO CLOSING HEADER ON THE
      *          SEASONHS.DAT HISTORY IS THE CURRENT ONE; SEASONCL
      *          CLOSES IT ONCE ITS END DATE HAS PASSED.
      ******************************************************************
       01  SEASON-RECORD.
           05 SN-SEASON-ID     PIC X(8).
           05 SN-START-DATE    PIC 9(8).
           05 SN-END-DATE      PIC 9(8).
           05 SN-CARRY-PCT     PIC 9(3).
      *        SHARE OF EACH RATING'S DISTANCE FROM THE 1000 START
      *        VALUE CARRIED INTO THIS SEASON WHEN THE ONE BEFORE IT
      *        CLOSES - 000 STARTS EVERYONE AT 1000 AGAIN, 100 KEEPS
      *        THE RATINGS AS THEY STOOD
           05 SN-SEASON-NAME   PIC X(30).
