      *        CONSECUTIVE BAD PINS - RESET TO ZERO ON A GOOD SIGN-ON
           05 RG-LOCKED        PIC X(1).
      *        Y = LOCKED OUT AFTER REPEATED BAD PINS   N = ACTIVE
      *        R = RETIRED OR MERGED AWAY BY OPERMRG - NEVER SIGNS ON
