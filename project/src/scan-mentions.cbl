           ADD 1 TO WS-SEEN-COUNT.
           MOVE WS-CANDIDATE TO WS-SEEN-NAME(WS-SEEN-COUNT).

           CALL "notify-member" USING WS-CANDIDATE, "MENT".

           OPEN EXTEND F-MENTIONS-FILE.
           MOVE WS-CANDIDATE TO MN-USERNAME.
