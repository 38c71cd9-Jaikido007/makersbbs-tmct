      *----STANDALONE NIGHTLY JOB, FIRST STEP IN THE BATCH-------------*
      *----CONTROLLER CHAIN. FINDS VIP MEMBERS WHOSE VIP-EXPIRY IS-----*
      *----DUE (TODAY OR EARLIER) WHO HAVE OPTED IN THROUGH------------*
      *----VIP-AUTORENEW.DAT AND QUEUES A CHARGE TO THEIR DEFAULT------*
      *----SAVED CARD FROM CARDS.DAT ON CARD-AUTH-REQUESTS.DAT FOR-----*
      *----THE CARD PROCESSOR. NOTHING IS GRANTED TONIGHT: WHEN THE----*
      *----PROCESSOR APPROVES, APPLY-AUTH-RESPONSE POSTS THE LEDGER----*
      *----ROW (ENTRY TYPE "P", TARIFF "VIPR") AND ROLLS VIP-EXPIRY----*
      *----FORWARD 30 DAYS; EXPIRE-VIP LEAVES THE MEMBER ALONE WHILE---*
      *----THE ANSWER IS AWAITED. A MEMBER WHOSE DEFAULT CARD IS-------*
      *----MISSING OR EXPIRED (OR IS DECLINED) IS NOT DOWNGRADED:------*
      *----THEY GO INTO VIP-GRACE.DAT FOR A PARAMETER SET NUMBER OF----*
      *----DAYS, EXPIRE-VIP LEAVES THEM ALONE WHILE THE GRACE HOLDS,---*
      *----AND THE SIGN-IN SCREEN TELLS THEM TO SORT THEIR CARD OUT.---*
      *----A GRACE ROW PAST ITS END DATE IS PURGED HERE SO EXPIRE-VIP--*
      *----CAN FINALLY DROP THE ACCOUNT--------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           01 WS-VIPR-TARIFF PIC X(4) VALUE "VIPR".
           01 WS-ZERO-CREDITS PIC 9(6) VALUE 0.

           01 WS-CARD-CIPHER PIC X(23).
           01 WS-CARD-OK PIC 9.
           01 WS-CARD-ID PIC 9(6).
           01 WS-AUTH-SOURCE PIC X(4) VALUE "VIPR".
           01 WS-AUTH-NO-REF PIC 9(4) VALUE 0.
           01 WS-AUTH-RESULT PIC X.
           01 WS-CARD-EXP-TXT PIC X(4).
           01 WS-CARD-EXP-MM PIC 9(2).
           01 WS-CARD-EXP-YY PIC 9(2).
           01 WS-GRACE-IDX PIC 9(4).
           01 WS-GRACE-FOUND PIC 9.

           01 WS-REQUESTED-COUNT PIC 9(4) VALUE 0.
           01 WS-FAILED-COUNT PIC 9(4) VALUE 0.
           01 WS-MAIL-TYPE PIC X(8) VALUE "VIPLAPSE".
           01 WS-MAIL-TEXT PIC X(60) VALUE
           PERFORM LOAD-ENROLMENTS.
           PERFORM LOAD-GRACE-LIST.

           OPEN INPUT F-USERS-FILE.
           PERFORM UNTIL WS-USERS-ENDED = 1
               READ F-USERS-FILE NEXT
                 AT END MOVE 1 TO WS-USERS-ENDED

           PERFORM CHECK-DEFAULT-CARD.

      *>    THE RENEWAL ITSELF WAITS ON THE PROCESSOR'S ANSWER; A
      *>    REQUEST ALREADY OUT FOR THIS MEMBER IS NOT RAISED AGAIN.
           IF WS-CARD-OK = 1 THEN
               CALL "request-card-auth" USING WS-AUTH-SOURCE, USERNAME,
                   WS-CARD-ID, WS-RENEW-PRICE, WS-VIPR-TARIFF,
                   WS-ZERO-CREDITS, WS-AUTH-NO-REF, WS-AUTH-RESULT
               IF WS-AUTH-RESULT = "Y" THEN
                   ADD 1 TO WS-REQUESTED-COUNT
               END-IF
           ELSE
      *>       NO USABLE CARD: START A GRACE SPELL ON THE FIRST
      *>       FAILURE ONLY, SO A CARD THAT STAYS BAD CANNOT KEEP
             (WS-CARD-EXP-FULL-YEAR = WS-TODAY-YEAR-NUM AND
              WS-CARD-EXP-MM >= WS-TODAY-MONTH-NUM) THEN
               MOVE 1 TO WS-CARD-OK
               MOVE CARD-ID TO WS-CARD-ID
           END-IF.

      *>    OPEN OUTPUT TRUNCATES AND REWRITES THE WHOLE GRACE LIST,
