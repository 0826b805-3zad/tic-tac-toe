      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 14th, 2026
      * Purpose: SYSTEM-CONTROL RECORD FOR SYSCTL.DAT, INDEXED ON
      *          RECORD TYPE, MESSAGE NUMBER AND OPERATOR. ONE CONTROL
      *          RECORD CARRIES THE BATCH WINDOW - THE BATCH PROGRAMS
      *          CLOSE IT THROUGH SYSWIN WHILE THEY REWRITE OR RESTORE
      *          THE LIVE FILES AND THE GAME REFUSES NEW GAMES UNTIL
      *          IT REOPENS. BROADCAST RECORDS CARRY THE MESSAGES THE
      *          GAME SHOWS AT SIGN-ON, AND A SEEN RECORD PER OPERATOR
      *          AND MESSAGE KEEPS EACH ONE TO A SINGLE SHOWING.
      *          BROADCASTS ARE KEPT BY SYSMAINT. EVERY BROADCAST
      *          TAKES ITS OWN MESSAGE NUMBER, ADDRESSED OR NOT.
      ******************************************************************
       01  SYSTEM-CONTROL-RECORD.
           05 SC-KEY.
               10 SC-REC-TYPE  PIC X(1).
      *            C = THE BATCH-WINDOW CONTROL RECORD (MESSAGE
      *                NUMBER ZERO, OPERATOR SPACES)
      *            B = A BROADCAST MESSAGE (OPERATOR SPACES), OR A
      *                REMINDER FOR THE ONE OPERATOR IN THE KEY -
      *                DLSWEEP SENDS THESE AHEAD OF A DEADLINE
      *            S = BROADCAST SHOWN TO THE OPERATOR IN THE KEY
               10 SC-MSG-NO    PIC 9(4).
               10 SC-OPERATOR-ID PIC X(10).
           05 SC-CONTROL-DATA.
               10 SC-WINDOW-STATE PIC X(1).
      *            O = OPEN FOR PLAY   C = CLOSED FOR BATCH WORK
               10 SC-CLOSED-BY PIC X(8).
      *            PROGRAM HOLDING THE WINDOW CLOSED - ONLY IT (OR A
      *            FORCED OPEN AT SYSMAINT) REOPENS IT
               10 SC-STATE-DATE PIC 9(8).
               10 SC-STATE-TIME PIC 9(6).
               10 FILLER       PIC X(53).
           05 SC-BROADCAST-DATA REDEFINES SC-CONTROL-DATA.
               10 SC-EFFECTIVE-DATE PIC 9(8).
               10 SC-EXPIRY-DATE PIC 9(8).
      *            SHOWN AT SIGN-ON FROM THE EFFECTIVE DATE THROUGH
      *            THE EXPIRY DATE, BOTH INCLUSIVE
               10 SC-MESSAGE-TEXT PIC X(60).
           05 SC-SEEN-DATA REDEFINES SC-CONTROL-DATA.
               10 SC-SEEN-DATE PIC 9(8).
               10 FILLER       PIC X(68).
