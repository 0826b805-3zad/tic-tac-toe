      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: SECURITY AND ADMINISTRATIVE ACTION JOURNAL RECORD FOR
      *          SECJRNL.DAT - ONE LINE APPENDED FOR EVERY SIGN-ON
      *          CHECK AND EVERY ADMINISTRATIVE CHANGE, SAYING WHO DID
      *          WHAT TO WHOM, AT WHICH TERMINAL AND WHEN. WRITTEN BY
      *          THE GAME, SECMAINT, LADDER, TOURNEY, OPERMRG, ADJUDGE,
      *          SYSMAINT AND DLSWEEP, AND READ BY THE SECEXCP DAILY
      *          EXCEPTION REPORT.
      ******************************************************************
       01  SECURITY-JOURNAL-RECORD.
           05 SJ-DATE          PIC 9(8).
           05 SJ-TIME          PIC 9(8).
           05 SJ-EVENT         PIC X(8).
      *        SIGNON   = GOOD PIN AT SIGN-ON
      *        BADPIN   = WRONG PIN AT SIGN-ON
      *        LOCKOUT  = ID LOCKED BY REPEATED BAD PINS
      *        UNREGID  = SIGN-ON TRIED WITH AN UNREGISTERED ID
      *        PINRESET = PIN RESET THROUGH SECMAINT
      *        UNLOCK   = ID UNLOCKED THROUGH SECMAINT
      *        WITHDRAW = CHALLENGE WITHDRAWN AT THE LADDER DESK
      *        ADVANCE  = ELIMINATION WINNER ADVANCED BY TOURNEY
      *        MERGE    = ID MERGED INTO ANOTHER BY OPERMRG
      *        RETIRE   = ID RETIRED BY OPERMRG
      *        ADJUDGE  = GAME RESULT VOIDED OR CORRECTED BY ADJUDGE
      *        WINDOW   = BATCH WINDOW CLOSED OR FORCED OPEN AT SYSMAINT
      *        BCAST    = SIGN-ON BROADCAST ADDED, DELETED OR PURGED
      *        DEADLINE = LADDER OR TOURNAMENT DEADLINES SET
      *        EXPIRE   = CHALLENGE CLOSED AT ITS DEADLINE BY DLSWEEP
      *        NOSHOW   = TOURNAMENT MATCH FORFEITED BY DLSWEEP
           05 SJ-PROGRAM       PIC X(10).
           05 SJ-TERMINAL-ID   PIC X(8).
      *        THE TERMID THE TERMINAL SESSION WAS STARTED UNDER -
      *        CONSOLE WHEN NONE WAS SET
           05 SJ-OPERATOR-ID   PIC X(10).
      *        THE OPERATOR AT THE TERMINAL WHO TOOK THE ACTION
           05 SJ-TARGET-ID     PIC X(10).
      *        THE OPERATOR ID THE ACTION WAS TAKEN AGAINST
           05 SJ-DETAIL        PIC X(20).
