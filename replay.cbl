      *          SCREEN BY THE BOARD SUBPROGRAM, WITH THE WINNING LINE
      *          HIGHLIGHTED THE WAY THE LIVE GAME SHOWS IT. SETTLES A
      *          "THAT'S NOT WHERE I MOVED" DISPUTE AT THE CRT INSTEAD
      *          OF OFF A PRINTOUT. OPERINQ CALLS IT WITH THE SESSION
      *          ALREADY CHOSEN IN THE SESSIONID ENVIRONMENT VARIABLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY GAMECFG.

       77  SESSION-WANTED   PIC 9(14) VALUE 0.
       77  SESSION-PASSED   PIC X(14) VALUE SPACES.
       77  REC-COUNT        PIC 9(4) VALUE 0.
       77  REC-IDX          PIC 9(4) VALUE 0.
       77  CUR-STEP         PIC 9(4) VALUE 0.

           PERFORM READ-CONFIG-PROCEDURE

      *----A caller that has already picked the game passes it in
      *----the environment; otherwise ask for it.
           ACCEPT SESSION-PASSED FROM ENVIRONMENT "SESSIONID"
           IF SESSION-PASSED NUMERIC
               MOVE SESSION-PASSED TO SESSION-WANTED
           ELSE
               DISPLAY "ENTER SESSION ID TO REPLAY: "
               ACCEPT SESSION-WANTED
           END-IF

           PERFORM LOAD-SESSION-PROCEDURE

               DISPLAY "NO AUDIT RECORDS FOUND FOR SESSION "
                   SESSION-WANTED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SIZE-BOARD-PROCEDURE
               DISPLAY "SESSION " SESSION-WANTED " HAS MOVES OFF ANY"
                   " LEGAL BOARD - CANNOT REPLAY IT."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM FIND-SESSION-SEATS-PROCEDURE
               END-EVALUATE
           END-PERFORM

           GOBACK.

       READ-CONFIG-PROCEDURE.
           OPEN INPUT CFG-FILE
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "NO AUDITIDX.DAT MOVE STORE FOUND."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SESSION-WANTED TO AX-SESSION-ID
