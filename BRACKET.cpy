           05 BK-WINNER-ID     PIC X(10).
           05 BK-STATUS        PIC X(1).
      *        P = PENDING   C = COMPLETE   B = BYE
      *        A MATCH NOT PLAYED BY THE TOURNAMENT'S PLAY-BY DEADLINE
      *        IS COMPLETED BY DLSWEEP - WON BY THE PLAYER WHO SHOWED
      *        UP, OR WITH NO WINNER ON A DOUBLE NO-SHOW
           05 BK-TYPE          PIC X(1).
      *        R = ROUND-ROBIN   E = SINGLE ELIMINATION
           05 BK-X-SEED        PIC 99.
