      *----MEMBER PER EVENT. A PAID EVENT (NON-ZERO EV-PRICE)----------*
      *----COLLECTS THE TICKET IN CREDITS THROUGH SUBTRACT-CREDITS-----*
      *----AND THE LEDGER ("D" = DOOR TICKET) BEFORE THE SEAT IS-------*
      *----CONFIRMED; THE WAITLIST IS FREE UNTIL A SEAT OPENS UP.------*
      *----A MEMBER WITH NO-SHOW-LIMIT OR MORE NO-SHOWS ON RECORD------*
      *----(SEE TALLY-NO-SHOWS.CBL) GOES STRAIGHT TO THE WAITLIST OF---*
      *----A FREE EVENT, SO THE SEATS GO TO MEMBERS WHO TURN UP--------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-PAID PIC X VALUE "N".
           01 WS-MEMBER-CREDITS PIC 9(6).
           01 WS-MEMBER-FOUND PIC 9.
           01 WS-HHLD-RESULT PIC X.
           01 WS-POST-BALANCE PIC 9(6).
           01 WS-ZERO-CREDITS PIC 9(6) VALUE 0.
           01 WS-NO-TARIFF PIC X(4) VALUE SPACES.
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.
      *>    NO-SHOWS A MEMBER MAY RUN UP BEFORE THEIR FREE RSVPS ARE
      *>    WAITLISTED. ZERO IN SYSTEM-PARAMETERS.DAT SWITCHES IT OFF.
           01 WS-NO-SHOW-KEY PIC X(20) VALUE "NO-SHOW-LIMIT".
           01 WS-NO-SHOW-DEFAULT PIC 9(6) VALUE 3.
           01 WS-NO-SHOW-LIMIT PIC 9(6).
           01 WS-NO-SHOWS PIC 9(4).
           01 WS-HELD-BACK PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-FORMATTED-DT.
           01 LS-USERNAME PIC X(16).
      *>    "Y" = ATTENDING, "W" = WAITLISTED, "A" = ALREADY DOWN,
      *>    "N" = NOT AN ACTIVE EVENT, "I" = INSUFFICIENT CREDITS
      *>    FOR THE TICKET, "H" = WAITLISTED FOR PAST NO-SHOWS
      *>    WHILE SEATS REMAIN
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-MSG-ID,
           MOVE 0 TO WS-EVENT-FOUND.
           MOVE 0 TO WS-ATTENDING.
           MOVE 0 TO WS-ALREADY.
           MOVE 0 TO WS-HELD-BACK.

           MOVE "N" TO LS-RESULT.

               GOBACK
           END-IF.

      *>    A PAID TICKET IS ITS OWN COMMITMENT; ONLY A FREE SEAT IS
      *>    HELD BACK FROM A MEMBER WHO KEEPS NOT TURNING UP.
           IF WS-ATTENDING < WS-CAPACITY AND WS-PRICE = 0 THEN
               CALL "get-parameter" USING WS-NO-SHOW-KEY,
                   WS-NO-SHOW-DEFAULT, WS-NO-SHOW-LIMIT
               IF WS-NO-SHOW-LIMIT > 0 THEN
                   CALL "get-no-show-count" USING LS-USERNAME,
                       WS-NO-SHOWS
                   IF WS-NO-SHOWS >= WS-NO-SHOW-LIMIT THEN
                       MOVE 1 TO WS-HELD-BACK
                   END-IF
               END-IF
           END-IF.

      *>    A CONFIRMED SEAT AT A PAID EVENT COSTS ITS TICKET PRICE
      *>    UP FRONT; A SHORT BALANCE REFUSES THE RSVP BEFORE
      *>    ANYTHING IS WRITTEN. WAITLIST SPOTS STAY FREE.
           MOVE "N" TO WS-PAID.
           IF WS-ATTENDING < WS-CAPACITY AND WS-PRICE > 0 THEN
               CALL "draw-household-credits" USING
                   LS-FORMATTED-DT, LS-USERNAME, WS-PRICE,
                   WS-HHLD-RESULT
               CALL "find-account" USING LS-USERNAME,
                   WS-MEMBER-CREDITS, WS-MEMBER-FOUND
               IF WS-PRICE > WS-MEMBER-CREDITS THEN
           MOVE LS-MSG-ID TO ER-MSG-ID.
           MOVE LS-USERNAME TO ER-USERNAME.
           MOVE WS-PAID TO ER-PAID.
           IF WS-HELD-BACK = 1 THEN
               MOVE "W" TO ER-STATUS
               MOVE "H" TO LS-RESULT
           ELSE
           IF WS-ATTENDING < WS-CAPACITY THEN
               MOVE "A" TO ER-STATUS
               MOVE "Y" TO LS-RESULT
           ELSE
               MOVE "W" TO ER-STATUS
               MOVE "W" TO LS-RESULT
           END-IF
           END-IF.
           WRITE ER-ENTRY.
           CLOSE F-RSVPS-FILE.
