      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: PERMANENT SEASON-HISTORY RECORD FOR SEASONHS.DAT,
      *          KEYED ON SEASON, RECORD TYPE, SEQUENCE, OPERATOR AND
      *          AWARD CODE. SEASONCL WRITES A CLOSED SEASON'S FINAL
      *          RATINGS, LADDER, LEADERBOARD AND AWARDS HERE, THE
      *          NEXT SEASON'S OPENING RATINGS, AND LAST OF ALL THE
      *          HEADER THAT MARKS THE SEASON CLOSED.
      ******************************************************************
       01  SEASON-HISTORY-RECORD.
           05 SH-KEY.
               10 SH-SEASON-ID  PIC X(8).
               10 SH-REC-TYPE   PIC X(1).
      *            H = CLOSING HEADER      R = FINAL RATING
      *            L = LADDER RUNG         B = LEADERBOARD LINE
      *            A = AWARD EARNED        O = OPENING RATING FOR
      *                                        THIS SEASON
               10 SH-SEQ        PIC 9(4).
      *            RUNG NUMBER ON L RECORDS, ZERO ON THE REST
               10 SH-OPERATOR-ID PIC X(10).
               10 SH-AWARD-CODE PIC X(8).
      *            SPACES EXCEPT ON A RECORDS
           05 SH-DATA          PIC X(40).
           05 SH-HEADER-DATA REDEFINES SH-DATA.
               10 SH-START-DATE  PIC 9(8).
               10 SH-END-DATE    PIC 9(8).
               10 SH-CLOSED-DATE PIC 9(8).
               10 SH-CLOSED-TIME PIC 9(6).
               10 SH-CARRY-PCT   PIC 9(3).
               10 FILLER         PIC X(7).
           05 SH-RATING-DATA REDEFINES SH-DATA.
               10 SH-GAMES       PIC 9(5).
               10 SH-WINS-AS-X   PIC 9(5).
               10 SH-WINS-AS-O   PIC 9(5).
               10 SH-RATING      PIC 9(4).
               10 FILLER         PIC X(21).
           05 SH-BOARD-DATA REDEFINES SH-DATA.
               10 SH-WON         PIC 9(5).
               10 SH-LOST        PIC 9(5).
               10 SH-DRAWN       PIC 9(5).
               10 SH-VC-WINS     PIC 9(5).
               10 SH-VC-LOSSES   PIC 9(5).
               10 FILLER         PIC X(15).
           05 SH-AWARD-DATA REDEFINES SH-DATA.
               10 SH-DATE-EARNED PIC 9(8).
               10 FILLER         PIC X(32).
           05 SH-OPENING-DATA REDEFINES SH-DATA.
               10 SH-OPENING-RATING PIC 9(4).
               10 SH-CLOSING-RATING PIC 9(4).
               10 FILLER         PIC X(32).
