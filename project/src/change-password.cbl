               ELSE
                   PERFORM 0100-REWRITE-PASSWORD
                   PERFORM 0300-RECORD-HISTORY
                   CALL "queue-security-notice" USING LS-USERNAME,
                       "PASS"
                   MOVE 1 TO LS-RESULT
               END-IF
           END-IF.
