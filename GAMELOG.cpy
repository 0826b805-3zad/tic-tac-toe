           05 GL-DATE          PIC 9(8).
           05 GL-TIME          PIC 9(8).
           05 GL-WINNER        PIC X(1).
      *        X OR O = THAT SEAT WON   D = DRAWN
      *        N = NO GAME - A TOURNAMENT DOUBLE NO-SHOW POSTED BY
      *            DLSWEEP. IT CLOSES THE BRACKET MATCH BUT IS NOT A
      *            GAME PLAYED: READERS THAT COUNT GAMES SKIP IT
           05 GL-MOVE-COUNT    PIC 99.
      *        ZERO ON A TOURNAMENT NO-SHOW POSTED BY DLSWEEP - THE
      *        WINNER IS THE SEAT THAT SHOWED UP, OR N WHEN NEITHER
      *        PLAYER DID
           05 GL-OPERATOR-ID   PIC X(10).
           05 GL-SESSION-ID    PIC 9(14).
      *        GAME DATE AND START TIME (YYYYMMDDHHMMSS). A TIME
      *        PORTION OF 900001 AND UP MARKS A GAME PLAYED OFF-SYSTEM
      *        AND POSTED BY OFFPOST - IT HAS NO AUDIT TRAIL
           05 GL-OPPONENT-ID   PIC X(10).
      *        OPERATOR IN THE O SEAT OF A TWO-HUMAN-PLAYER GAME,
      *        SPACES WHEN THE COMPUTER HELD THAT SEAT
      *        ADAPTIVE SKILL THE CONFIGURED SETTING ALONE NO LONGER
      *        SAYS WHAT THE PLAYER FACED. SPACE FOR A TWO-HUMAN
      *        GAME AND ON RECORDS OLDER THAN THIS FIELD
           05 GL-ENTRY-TYPE    PIC X(1).
      *        SPACE = THE GAME AS PLAYED
      *        R = REVERSING ENTRY - CANCELS THE RESULT STANDING FOR
      *            THE SESSION (A COPY OF THAT RECORD, POSTED BY
      *            ADJUDGE UNDER THE ORIGINAL GAME DATE)
      *        C = CORRECTING ENTRY - THE ADJUDICATED RESULT THAT NOW
      *            STANDS FOR THE SESSION. A VOIDED GAME HAS A
      *            REVERSING ENTRY AND NO CORRECTING ENTRY
           05 GL-ADJ-REASON    PIC X(2).
      *        ADJUDGE REASON CODE ON R AND C ENTRIES, SPACES ON A
      *        GAME AS PLAYED
