       FILE-CONTROL.
           SELECT OPTIONAL F-SUBSCRIPTIONS-FILE ASSIGN TO
             'subscriptions.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
                          SB-TARGET = LS-TARGET AND
                          SB-USERNAME NOT = LS-ACTOR THEN
                           MOVE SB-USERNAME TO WS-NOTIFY-NAME
                           CALL "notify-member" USING
                             WS-NOTIFY-NAME, "SUBS"
                       END-IF
               END-READ
           END-PERFORM.
