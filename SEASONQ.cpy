      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: REQUEST BLOCK PASSED TO SEASONQ, WHICH LOOKS A SEASON
      *          UP ON THE SEASON.DAT CALENDAR AND THE SEASONHS.DAT
      *          HISTORY - THE CURRENT SEASON, A NAMED SEASON, OR ALL
      *          TIME - AND HANDS BACK ITS DATES AND WHETHER IT IS
      *          STILL RUNNING OR ALREADY CLOSED.
      ******************************************************************
       01  SEASON-REQUEST.
           05 SR-SELECTOR      PIC X(8).
      *        SPACES = THE CURRENT SEASON   ALL = ALL TIME
      *        ANYTHING ELSE = THAT SEASON ID
           05 SR-SCOPE         PIC X(1).
      *        A = ALL TIME (ALSO WHEN THERE IS NO CALENDAR)
      *        C = THE CURRENT SEASON
      *        P = A PAST SEASON, CLOSED - READ IT FROM THE HISTORY
      *        F = A FUTURE SEASON, NOT YET STARTED
           05 SR-SEASON-ID     PIC X(8).
           05 SR-SEASON-NAME   PIC X(30).
           05 SR-START-DATE    PIC 9(8).
           05 SR-END-DATE      PIC 9(8).
           05 SR-CARRY-PCT     PIC 9(3).
           05 SR-NEXT-SEASON-ID PIC X(8).
      *        THE SEASON AFTER IT ON THE CALENDAR, SPACES IF NONE
           05 SR-NEXT-START-DATE PIC 9(8).
           05 SR-NEXT-CARRY-PCT PIC 9(3).
           05 SR-RETURN        PIC X(2).
      *        00 = FOUND
      *        10 = EVERY SEASON ON THE CALENDAR IS CLOSED
      *        23 = THE SEASON ID IS NOT ON THE CALENDAR
      *        35 = NO SEASON.DAT - EVERYTHING IS ALL TIME
