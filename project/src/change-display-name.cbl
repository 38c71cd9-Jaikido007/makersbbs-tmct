               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DISPLAY-NAME NOT = LS-NEW-DISPLAY-NAME THEN
                       MOVE LS-NEW-DISPLAY-NAME TO DISPLAY-NAME
                       REWRITE USERS
                       END-REWRITE
                       CALL "queue-security-notice" USING LS-USERNAME,
                           "DNAM"
                   END-IF
           END-READ.
           CLOSE F-USERS-FILE.
