      *----NIGHTLY BATCH JOB -- RUN ONCE PER SUCCESSFUL SIGN-IN.-------*
      *----A MEMBER IN VIP-GRACE.DAT (AUTO-RENEWAL CHARGE FAILED,------*
      *----GRACE SPELL STILL RUNNING) IS LEFT ALONE SO THEY GET THE----*
      *----CHANCE TO FIX THEIR CARD BEFORE LOSING THE LEVEL, AND SO----*
      *----IS ONE WHOSE RENEWAL CHARGE IS STILL WITH THE CARD----------*
      *----PROCESSOR (AN OPEN "VIPR" ROW ON CARD-AUTH-REQUESTS.DAT)----*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL F-GRACE-FILE ASSIGN TO "vip-grace.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-AUTH-REQUEST-FILE ASSIGN TO
             "card-auth-requests.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-LAPSE-FILE ASSIGN TO "vip-lapses.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD F-USERS-FILE.
              05 VG-USERNAME PIC X(16).
              05 VG-GRACE-END PIC 9(8).

           FD F-AUTH-REQUEST-FILE.
           01 AR-ENTRY.
              05 AR-ID PIC 9(8).
              05 AR-DATE PIC 9(8).
              05 AR-SOURCE PIC X(4).
              05 AR-USERNAME PIC X(16).
              05 AR-CARD-ID PIC 9(6).
              05 AR-AMOUNT PIC 9(6).
              05 AR-TARIFF PIC X(4).
              05 AR-CREDITS PIC 9(6).
              05 AR-REF PIC 9(4).
              05 AR-STATUS PIC X(1).
              05 AR-REASON PIC X(2).
              05 AR-AUTH-CODE PIC X(6).
              05 AR-RESULT-DATE PIC 9(8).

           FD F-LAPSE-FILE.
           01 VL-ENTRY.
              05 VL-USERNAME PIC X(16).
              05 VL-LAPSE-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
           01 FINISHED PIC X VALUE "N".
           01 WS-GRACE-ENDED PIC 9 VALUE 0.

       PROCEDURE DIVISION.
           MOVE "N" TO FINISHED.
           MOVE 0 TO WS-GRACE-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-GRACE-LIST.
           PERFORM LOAD-OPEN-RENEWALS.

           OPEN I-O F-USERS-FILE.
           PERFORM UNTIL FINISHED = "Y"
                   MOVE 0 TO VIP-EXPIRY
                   REWRITE USERS
                   END-REWRITE
      *>           THE LEVEL ITSELF KEEPS NO TRACE OF HAVING BEEN VIP,
      *>           SO THE LAPSE IS LOGGED FOR THE WIN-BACK CAMPAIGNS.
                   OPEN EXTEND F-LAPSE-FILE
                   MOVE WS-USERNAME TO VL-USERNAME
                   MOVE WS-TODAY TO VL-LAPSE-DATE
                   WRITE VL-ENTRY
                   CLOSE F-LAPSE-FILE
               END-IF
           END-IF.

           END-PERFORM.
           CLOSE F-GRACE-FILE.

      *>    A RENEWAL AWAITING THE PROCESSOR COUNTS AS GRACE UNTIL
      *>    THE ANSWER IS APPLIED.
       LOAD-OPEN-RENEWALS.
           MOVE 0 TO WS-GRACE-ENDED.
           OPEN INPUT F-AUTH-REQUEST-FILE.
           PERFORM UNTIL WS-GRACE-ENDED = 1
               READ F-AUTH-REQUEST-FILE
                   AT END MOVE 1 TO WS-GRACE-ENDED
                   NOT AT END
                       IF AR-SOURCE = "VIPR" AND
                          (AR-STATUS = "P" OR AR-STATUS = "S") AND
                          WS-GRACE-COUNT < 9999 THEN
                           ADD 1 TO WS-GRACE-COUNT
                           MOVE AR-USERNAME TO
                             WS-GRACE-USERNAME(WS-GRACE-COUNT)
                           MOVE WS-TODAY TO
                             WS-GRACE-END(WS-GRACE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-AUTH-REQUEST-FILE.

       CHECK-IN-GRACE.
           MOVE 0 TO WS-IN-GRACE.
           MOVE 0 TO WS-GRACE-IDX.
