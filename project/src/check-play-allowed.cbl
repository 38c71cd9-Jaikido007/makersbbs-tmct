      *----RAFFLE TICKETS ON THE LIVE AND ARCHIVED LEDGERS PLUS THE----*
      *----STAKE BEING PLACED ("L" IF----------------------------------*
      *----IT WOULD BREACH). A MEMBER WITH NO ROW ON FILE PLAYS--------*
      *----EXACTLY AS BEFORE. A DEPENDENT WHOSE HEAD OF HOUSEHOLD------*
      *----HAS BARRED WAGERING IN HOUSEHOLDS.DAT IS REFUSED ("B")------*
      *----BEFORE ANY OF THE MEMBER'S OWN SETTINGS ARE LOOKED AT-------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL F-LIMITS-FILE ASSIGN TO "play-limits.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-HOUSEHOLDS-FILE ASSIGN TO "households.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
              05 PL-WEEKLY PIC 9(6).
              05 PL-EXCLUDE-UNTIL PIC 9(8).

           FD F-HOUSEHOLDS-FILE.
           01 HH-ENTRY.
              05 HH-DEPENDENT PIC X(16).
              05 HH-HEAD PIC X(16).
              05 HH-DAILY-CAP PIC 9(6).
              05 HH-WEEKLY-CAP PIC 9(6).
              05 HH-NO-WAGERS PIC X.
              05 HH-SINCE PIC 9(8).

           FD F-TRANSACTION-LOG-FILE.
           01 TRANSACTION.
               05 TRANS-ID PIC 9(6).
           01 LS-USERNAME PIC X(16).
           01 LS-STAKE PIC 9(6).
      *>    "Y" = PLAY ON, "E" = SELF-EXCLUDED, "L" = WOULD BREACH
      *>    A LOSS LIMIT, "B" = BARRED BY THE HEAD OF HOUSEHOLD
           01 LS-VERDICT PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-STAKE, LS-VERDICT.
           MOVE "Y" TO LS-VERDICT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT F-HOUSEHOLDS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOUSEHOLDS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF HH-DEPENDENT = LS-USERNAME AND
                          HH-NO-WAGERS = "Y" THEN
                           MOVE "B" TO LS-VERDICT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HOUSEHOLDS-FILE.
           IF LS-VERDICT = "B" THEN
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LIMITS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIMITS-FILE
