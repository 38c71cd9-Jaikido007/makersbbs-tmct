                   WS-SYSTEM-ACTOR
           ELSE
           IF WS-ACTIVE-STRIKES >= WS-WARN-COUNT THEN
               CALL "notify-member" USING LS-USERNAME, "WARN"
               CALL "queue-mail-item" USING LS-USERNAME,
                   WS-MAIL-TYPE, WS-MAIL-TEXT
           END-IF
