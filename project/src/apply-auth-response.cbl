       IDENTIFICATION DIVISION.
       PROGRAM-ID. apply-auth-response.
      ******************************************************************
      *----SUB PROGRAM THAT SETTLES ONE CARD-AUTH-REQUESTS.DAT ROW-----*
      *----WITH THE PROCESSOR'S ANSWER. ONLY AN OPEN ROW (PENDING------*
      *----OR SENT) IS TOUCHED; IT IS MARKED "A" APPROVED OR "D"-------*
      *----DECLINED WITH THE REASON AND AUTH CODE, AND THEN THE--------*
      *----CHARGE IS FINISHED OFF THE WAY ITS SOURCE USED TO DO IT-----*
      *----ON THE SPOT:------------------------------------------------*
      *----  VIPR - APPROVED ROLLS VIP-EXPIRY ON 30 DAYS, POSTS THE----*
      *----         "P" ROW AND ENDS ANY GRACE; DECLINED STARTS A------*
      *----         GRACE SPELL IN VIP-GRACE.DAT AND MAILS VIPLAPSE----*
      *----  INST - APPROVED MARKS THE INSTALMENT "C" AND POSTS THE----*
      *----         "N" ROW; DECLINED PUTS IT IN ARREARS ("A")---------*
      *----  ATOP - APPROVED ADDS THE CREDITS, POSTS THE "P" ROW AND---*
      *----         COUNTS THE SPEND AGAINST THE MONTHLY CAP;----------*
      *----         DECLINED MAILS THE MEMBER--------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-AUTH-REQUEST-FILE ASSIGN TO
             "card-auth-requests.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-USERS-FILE ASSIGN TO 'users.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME.

           SELECT OPTIONAL F-GRACE-FILE ASSIGN TO "vip-grace.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SCHEDULE-FILE ASSIGN TO
             "instalment-schedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TOPUP-FILE ASSIGN TO "auto-topup.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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

           FD F-USERS-FILE.
           01 USERS.
              05 USERNAME PIC X(16).
              05 USER-PASSWORD PIC X(20).
              05 USER-CREDITS PIC 9(6).
              05 USER-LEVEL PIC X(3).
              05 CARD-NO PIC 9(16).
              05 CARD-EXPIRY PIC 9(4).
              05 CARD-CVV PIC 9(3).
              05 VIP-EXPIRY PIC 9(8).
              05 DISPLAY-NAME PIC X(16).
              05 FILLER PIC X VALUE X'0A'.

           FD F-GRACE-FILE.
           01 VG-ENTRY.
              05 VG-USERNAME PIC X(16).
              05 VG-GRACE-END PIC 9(8).

           FD F-SCHEDULE-FILE.
           01 IS-ENTRY.
              05 IS-ID PIC 9(4).
              05 IS-USERNAME PIC X(16).
              05 IS-TARIFF PIC X(4).
              05 IS-DUE-DATE PIC 9(8).
              05 IS-AMOUNT PIC 9(6).
              05 IS-STATUS PIC X(1).

           FD F-TOPUP-FILE.
           01 AT-ENTRY.
              05 AT-USERNAME PIC X(16).
              05 AT-ENABLED PIC X(1).
              05 AT-FLOOR PIC 9(6).
              05 AT-TARIFF PIC X(4).
              05 AT-MONTH PIC 9(6).
              05 AT-MONTH-SPENT PIC 9(6).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-REQUEST-FOUND PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-INT PIC 9(9).
           01 WS-BASE-INT PIC 9(9).

      *>    THE OPEN REQUEST AS IT WAS BEFORE THE ANSWER WENT ON IT.
           01 WS-REQ-DATE PIC 9(8).
           01 WS-REQ-SOURCE PIC X(4).
           01 WS-REQ-USERNAME PIC X(16).
           01 WS-REQ-AMOUNT PIC 9(6).
           01 WS-REQ-TARIFF PIC X(4).
           01 WS-REQ-CREDITS PIC 9(6).
           01 WS-REQ-REF PIC 9(4).
           01 WS-REQ-MONTH PIC 9(6).

           01 WS-GRACE-PARAM-KEY PIC X(20) VALUE "VIP-GRACE-DAYS".
           01 WS-GRACE-PARAM-DEFAULT PIC 9(6) VALUE 7.
           01 WS-GRACE-DAYS PIC 9(6).
           01 WS-GRACE-FOUND PIC 9.

           01 WS-MEMBER-CREDITS PIC 9(6).
           01 WS-MEMBER-FOUND PIC 9.
           01 WS-ADD-OVERFLOW PIC 9.
           01 WS-POST-BALANCE PIC 9(6).
           01 WS-ZERO-CREDITS PIC 9(6) VALUE 0.
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.

           01 WS-VIP-MAIL-TYPE PIC X(8) VALUE "VIPLAPSE".
           01 WS-VIP-MAIL-TEXT PIC X(60) VALUE
              "Your VIP renewal card payment failed - please update it".
           01 WS-TOPUP-MAIL-TYPE PIC X(8) VALUE "ATOPDECL".
           01 WS-TOPUP-MAIL-TEXT PIC X(60) VALUE
              "Your auto top-up card payment was declined - check card".

           LINKAGE SECTION.
           01 LS-FORMATTED-DT.
             05 LS-FORMATTED-DTE-TME.
               15 LS-FORMATTED-YEAR    PIC  X(4).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-MONTH   PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-DY      PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-HOUR    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-MINS    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-SEC     PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-MS      PIC  X(2).

           01 LS-AUTH-ID PIC 9(8).
      *>    "A" = APPROVED, "D" = DECLINED
           01 LS-OUTCOME PIC X.
           01 LS-REASON PIC X(2).
           01 LS-AUTH-CODE PIC X(6).
      *>    "Y" = APPLIED, "N" = NO OPEN REQUEST WITH THAT ID
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-AUTH-ID,
           LS-OUTCOME, LS-REASON, LS-AUTH-CODE, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-REQUEST-FOUND.
           MOVE "N" TO LS-RESULT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM CLOSE-OUT-REQUEST.
           IF WS-REQUEST-FOUND = 0 THEN
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN WS-REQ-SOURCE = "VIPR" AND LS-OUTCOME = "A"
                   PERFORM VIP-APPROVED
               WHEN WS-REQ-SOURCE = "VIPR"
                   PERFORM VIP-DECLINED
               WHEN WS-REQ-SOURCE = "INST" AND LS-OUTCOME = "A"
                   PERFORM INSTALMENT-APPROVED
               WHEN WS-REQ-SOURCE = "INST"
                   PERFORM INSTALMENT-DECLINED
               WHEN WS-REQ-SOURCE = "ATOP" AND LS-OUTCOME = "A"
                   PERFORM TOPUP-APPROVED
               WHEN WS-REQ-SOURCE = "ATOP"
                   CALL "queue-mail-item" USING WS-REQ-USERNAME,
                       WS-TOPUP-MAIL-TYPE, WS-TOPUP-MAIL-TEXT
           END-EVALUATE.

           MOVE "Y" TO LS-RESULT.

           GOBACK.

       CLOSE-OUT-REQUEST.
           OPEN I-O F-AUTH-REQUEST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUTH-REQUEST-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF AR-ID = LS-AUTH-ID AND
                          (AR-STATUS = "P" OR AR-STATUS = "S") THEN
                           MOVE 1 TO WS-REQUEST-FOUND
                           MOVE AR-DATE TO WS-REQ-DATE
                           MOVE AR-SOURCE TO WS-REQ-SOURCE
                           MOVE AR-USERNAME TO WS-REQ-USERNAME
                           MOVE AR-AMOUNT TO WS-REQ-AMOUNT
                           MOVE AR-TARIFF TO WS-REQ-TARIFF
                           MOVE AR-CREDITS TO WS-REQ-CREDITS
                           MOVE AR-REF TO WS-REQ-REF
                           MOVE LS-OUTCOME TO AR-STATUS
                           MOVE LS-REASON TO AR-REASON
                           MOVE LS-AUTH-CODE TO AR-AUTH-CODE
                           MOVE WS-TODAY TO AR-RESULT-DATE
                           REWRITE AR-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-AUTH-REQUEST-FILE.

      *>    THE 30 DAYS RUN FROM THE DAY THE RENEWAL FELL DUE (OR
      *>    FROM THE CURRENT EXPIRY IF THAT IS LATER), NOT FROM THE
      *>    MORNING THE ANSWER CAME BACK.
       VIP-APPROVED.
           MOVE WS-REQ-USERNAME TO USERNAME.
           MOVE 0 TO WS-MEMBER-FOUND.
           OPEN I-O F-USERS-FILE.
           READ F-USERS-FILE
               INVALID KEY MOVE 0 TO WS-MEMBER-FOUND
               NOT INVALID KEY MOVE 1 TO WS-MEMBER-FOUND
           END-READ.
           IF WS-MEMBER-FOUND = 1 THEN
               COMPUTE WS-BASE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REQ-DATE)
               IF VIP-EXPIRY > WS-REQ-DATE THEN
                   COMPUTE WS-BASE-INT =
                       FUNCTION INTEGER-OF-DATE(VIP-EXPIRY)
               END-IF
               COMPUTE VIP-EXPIRY = FUNCTION DATE-OF-INTEGER
                   (WS-BASE-INT + 30)
               MOVE "VIP" TO USER-LEVEL
               REWRITE USERS
               END-REWRITE
               MOVE USER-CREDITS TO WS-POST-BALANCE
           END-IF.
           CLOSE F-USERS-FILE.

           IF WS-MEMBER-FOUND = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           CALL "transactions" USING LS-FORMATTED-DT, WS-REQ-USERNAME,
               WS-REQ-AMOUNT, WS-ZERO-CREDITS, WS-POST-BALANCE,
               "P", WS-REQ-TARIFF,
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.

      *>    A SUCCESSFUL CHARGE ENDS ANY GRACE THE MEMBER WAS IN; A
      *>    ZERO END DATE IS PURGED BY THE NEXT VIP-AUTO-RENEW RUN.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-GRACE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GRACE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF VG-USERNAME = WS-REQ-USERNAME THEN
                           MOVE 0 TO VG-GRACE-END
                           REWRITE VG-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GRACE-FILE.

      *>    START A GRACE SPELL ON THE FIRST DECLINE ONLY, SO A CARD
      *>    THAT KEEPS BEING DECLINED CANNOT PUSH ITS OWN DEADLINE
      *>    BACK NIGHT AFTER NIGHT.
       VIP-DECLINED.
           CALL "get-parameter" USING WS-GRACE-PARAM-KEY,
             WS-GRACE-PARAM-DEFAULT, WS-GRACE-DAYS.

           MOVE 0 TO WS-GRACE-FOUND.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-GRACE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GRACE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF VG-USERNAME = WS-REQ-USERNAME AND
                          VG-GRACE-END >= WS-TODAY THEN
                           MOVE 1 TO WS-GRACE-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GRACE-FILE.

           IF WS-GRACE-FOUND = 0 THEN
               OPEN EXTEND F-GRACE-FILE
               MOVE WS-REQ-USERNAME TO VG-USERNAME
               COMPUTE VG-GRACE-END = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT + WS-GRACE-DAYS)
               WRITE VG-ENTRY
               CLOSE F-GRACE-FILE
           END-IF.

           CALL "queue-mail-item" USING WS-REQ-USERNAME,
               WS-VIP-MAIL-TYPE, WS-VIP-MAIL-TEXT.

      *>    A ROW HANDED TO THE COLLECTIONS AGENCY ("H") ON THE SAME
      *>    NIGHT ITS LAST RETRY WENT TO THE PROCESSOR IS STILL PAID
      *>    IF THAT RETRY COMES BACK APPROVED.
       INSTALMENT-APPROVED.
           MOVE 0 TO WS-MEMBER-FOUND.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-SCHEDULE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SCHEDULE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF IS-ID = WS-REQ-REF AND
                          IS-USERNAME = WS-REQ-USERNAME AND
                          (IS-STATUS = "P" OR IS-STATUS = "A" OR
                           IS-STATUS = "H") THEN
                           MOVE "C" TO IS-STATUS
                           REWRITE IS-ENTRY
                           MOVE 1 TO WS-MEMBER-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SCHEDULE-FILE.

           IF WS-MEMBER-FOUND = 0 THEN
               EXIT PARAGRAPH
           END-IF.

      *>    MONEY ONLY -- THE CREDITS WENT OVER WHEN THE PLAN WAS
      *>    TAKEN OUT, SO THE BALANCE RIDES ALONG UNCHANGED.
           CALL "find-account" USING WS-REQ-USERNAME,
             WS-MEMBER-CREDITS, WS-MEMBER-FOUND.
           CALL "transactions" USING LS-FORMATTED-DT, WS-REQ-USERNAME,
               WS-REQ-AMOUNT, WS-ZERO-CREDITS, WS-MEMBER-CREDITS,
               "N", WS-REQ-TARIFF,
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.

       INSTALMENT-DECLINED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-SCHEDULE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SCHEDULE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF IS-ID = WS-REQ-REF AND
                          IS-USERNAME = WS-REQ-USERNAME AND
                          IS-STATUS = "P" THEN
                           MOVE "A" TO IS-STATUS
                           REWRITE IS-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SCHEDULE-FILE.

      *>    AN APPROVAL THAT WOULD OVERFLOW THE BALANCE IS LEFT WITH
      *>    NO LEDGER ROW, SO IMPORT-SETTLEMENT RAISES IT AS NOLEDGER
      *>    WHEN THE MONEY ARRIVES AND A HUMAN SORTS IT OUT.
       TOPUP-APPROVED.
           CALL "find-account" USING WS-REQ-USERNAME,
             WS-MEMBER-CREDITS, WS-MEMBER-FOUND.
           IF WS-MEMBER-FOUND NOT = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           CALL "add-credits" USING WS-REQ-USERNAME, WS-REQ-CREDITS,
               WS-ADD-OVERFLOW.
           IF WS-ADD-OVERFLOW = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-POST-BALANCE = WS-MEMBER-CREDITS +
               WS-REQ-CREDITS.
           CALL "transactions" USING LS-FORMATTED-DT, WS-REQ-USERNAME,
               WS-REQ-AMOUNT, WS-REQ-CREDITS, WS-POST-BALANCE, "P",
               WS-REQ-TARIFF,
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.

      *>    THE SPEND COUNTS AGAINST THE MONTH THE TOP-UP WAS ASKED
      *>    FOR; A STANDING ORDER ALREADY INTO A LATER MONTH IS LEFT.
           MOVE WS-REQ-DATE(1:6) TO WS-REQ-MONTH.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-TOPUP-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TOPUP-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF AT-USERNAME = WS-REQ-USERNAME THEN
                           IF AT-MONTH = WS-REQ-MONTH THEN
                               ADD WS-REQ-AMOUNT TO AT-MONTH-SPENT
                               REWRITE AT-ENTRY
                           END-IF
                           IF AT-MONTH < WS-REQ-MONTH THEN
                               MOVE WS-REQ-MONTH TO AT-MONTH
                               MOVE WS-REQ-AMOUNT TO AT-MONTH-SPENT
                               REWRITE AT-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TOPUP-FILE.
