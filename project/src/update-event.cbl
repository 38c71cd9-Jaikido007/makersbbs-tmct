                   NOT AT END
                       IF ER-MSG-ID = LS-MSG-ID THEN
                           MOVE ER-USERNAME TO WS-NOTIFY-NAME
                           CALL "notify-member" USING
                             WS-NOTIFY-NAME, "EVNT"
                           IF WS-CANCELLED = 1 AND ER-PAID = "Y"
                              AND WS-PRICE > 0 THEN
                               PERFORM REFUND-ONE-TICKET
