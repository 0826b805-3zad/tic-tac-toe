      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: DEADLINE CONTROL RECORD FOR DEADLINE.DAT, INDEXED ON
      *          SCOPE, RECORD TYPE, ITEM, DEADLINE AND OPERATOR. A
      *          SETTINGS RECORD PER SCOPE CARRIES THE RESPONSE AND
      *          PLAY-BY DEADLINES - THE LADDER'S ARE SET AT SYSMAINT,
      *          THE TOURNAMENT'S BY TOURNEY WHEN THE DRAW IS
      *          BUILT. TOURNEY ALSO DATES EACH MATCH IT SCHEDULES, AND
      *          THE DLSWEEP DEADLINE SWEEP NOTES EACH REMINDER IT HAS
      *          SENT SO AN OPERATOR IS REMINDED ONCE PER DEADLINE.
      ******************************************************************
       01  DEADLINE-RECORD.
           05 DL-KEY.
               10 DL-SCOPE     PIC X(1).
      *            L = THE CHALLENGE LADDER (CHALNG.DAT)
      *            T = THE TOURNAMENT IN BRACKET.DAT
               10 DL-REC-TYPE  PIC X(1).
      *            S = DEADLINE SETTINGS FOR THE SCOPE (ITEM ZERO,
      *                DEADLINE AND OPERATOR SPACES)
      *            M = DATE A BRACKET MATCH WAS SCHEDULED (ITEM IS
      *                THE ROUND AND MATCH, DEADLINE AND OPERATOR
      *                SPACES)
      *            R = REMINDER SENT TO THE OPERATOR IN THE KEY
               10 DL-ITEM-KEY  PIC 9(4).
      *            CHALLENGE NUMBER ON THE LADDER, ROUND AND MATCH
      *            NUMBER IN THE TOURNAMENT
               10 DL-DEADLINE  PIC X(1).
      *            R = RESPONSE DEADLINE   P = PLAY-BY DEADLINE
               10 DL-OPERATOR-ID PIC X(10).
           05 DL-SETTINGS-DATA.
               10 DL-RESPOND-DAYS PIC 9(3).
      *            DAYS AFTER A CHALLENGE IS POSTED FOR THE CHALLENGED
      *            OPERATOR TO ANSWER IT, OR AFTER A MATCH IS
      *            SCHEDULED FOR BOTH PLAYERS TO SIGN ON TO THE GAME
      *            AND SEE IT. ZERO = NO RESPONSE DEADLINE
               10 DL-PLAY-DAYS PIC 9(3).
      *            DAYS AFTER POSTING OR SCHEDULING BY WHICH THE GAME
      *            MUST BE DECIDED. ZERO = NO PLAY-BY DEADLINE
               10 DL-REMIND-DAYS PIC 9(2).
      *            DAYS AHEAD OF EACH DEADLINE THE REMINDER GOES OUT
               10 DL-SET-DATE  PIC 9(8).
               10 DL-SET-BY    PIC X(10).
               10 FILLER       PIC X(4).
           05 DL-MATCH-DATA REDEFINES DL-SETTINGS-DATA.
               10 DL-SCHED-DATE PIC 9(8).
               10 FILLER       PIC X(22).
           05 DL-REMINDER-DATA REDEFINES DL-SETTINGS-DATA.
               10 DL-REMINDED-DATE PIC 9(8).
               10 DL-DUE-DATE  PIC 9(8).
               10 DL-MSG-NO    PIC 9(4).
      *            THE SYSCTL.DAT BROADCAST THE REMINDER WENT OUT AS
               10 FILLER       PIC X(10).
