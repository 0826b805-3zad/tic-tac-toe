           MOVE SG-OPENING-MARK TO GL-FIRST-MOVER
      *----A forfeit decides nothing at the board - no skill to note.
           MOVE SPACE TO GL-SKILL-PLAYED
           MOVE SPACE TO GL-ENTRY-TYPE
           MOVE SPACES TO GL-ADJ-REASON
           WRITE GAME-LOG-RECORD
           CLOSE GAME-LOG-FILE.

