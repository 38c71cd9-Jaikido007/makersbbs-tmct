
           PERFORM WRITE-INDEX-ROW.

           CALL "queue-security-notice" USING LS-USERNAME, "PINS".

           GOBACK.

       WRITE-SPOOL-LINE.
