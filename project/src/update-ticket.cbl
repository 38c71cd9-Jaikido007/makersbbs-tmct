           CLOSE F-TICKETS-FILE.

           IF WS-NOTIFY-NAME NOT = SPACES THEN
               CALL "notify-member" USING WS-NOTIFY-NAME, "TICK"
           END-IF.

           GOBACK.
