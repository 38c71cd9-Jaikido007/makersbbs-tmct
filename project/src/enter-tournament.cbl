       FILE-CONTROL.
           SELECT OPTIONAL F-TOURNAMENTS-FILE ASSIGN TO
             'tournaments.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ENTRIES-FILE ASSIGN TO
             'tournament-entries.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           01 WS-ALREADY-IN PIC 9 VALUE 0.
           01 WS-USER-CREDITS PIC 9(6).
           01 WS-USER-FOUND PIC 9.
           01 WS-HHLD-RESULT PIC X.
           01 WS-POST-BALANCE PIC 9(6).
           01 WS-ZERO-CREDITS PIC 9(6) VALUE 0.

               GOBACK
           END-IF.

      *>    A DEPENDENT SHORT OF THE FEE DRAWS ON THE HOUSEHOLD.
           CALL "draw-household-credits" USING LS-FORMATTED-DT,
               LS-USERNAME, WS-ACTIVE-FEE, WS-HHLD-RESULT.
           CALL "find-account" USING LS-USERNAME, WS-USER-CREDITS,
               WS-USER-FOUND.
           IF WS-ACTIVE-FEE > WS-USER-CREDITS THEN
