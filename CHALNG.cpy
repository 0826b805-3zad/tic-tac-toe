      *          RECORD PER CHALLENGE POSTED BETWEEN TWO OPERATORS.
      *          POSTED AND WITHDRAWN THROUGH THE LADDER PROGRAM,
      *          OFFERED TO THE CHALLENGED OPERATOR AT GAME SIGN-ON,
      *          AND COMPLETED BY THE GAME WHEN THE MATCH IS DECIDED,
      *          OR BY THE DLSWEEP DEADLINE SWEEP WHEN IT IS NOT.
      ******************************************************************
       01  CHALLENGE-RECORD.
           05 CN-CHALLENGE-NO  PIC 9(4).
           05 CN-STATUS        PIC X(1).
      *        P = PENDING   A = ACCEPTED (IN PLAY)   D = DECLINED
      *        W = WITHDRAWN   C = COMPLETE
      *        E = EXPIRED - ACCEPTED BUT NOT DECIDED BY THE LADDER'S
      *            PLAY-BY DEADLINE; NO WINNER. ONE LEFT PENDING PAST
      *            THE RESPONSE DEADLINE IS COMPLETED INSTEAD, WITH
      *            THE CHALLENGER AS WINNER
           05 CN-WINNER-ID     PIC X(10).
           05 CN-POST-DATE     PIC 9(8).
