       IDENTIFICATION DIVISION.
       PROGRAM-ID. import-chargebacks.
      ******************************************************************
      *----STANDALONE MORNING JOB, RUN WHEN THE CARD PROCESSOR'S-------*
      *----CHARGEBACK FILE (CHARGEBACKS.DAT: ORIGINAL DATE, OUR--------*
      *----TRANS-ID, AMOUNT TAKEN BACK, THE PROCESSOR'S FEE, THE CARD--*
      *----NUMBER AND THEIR REASON CODE) HAS ARRIVED. EACH LINE IS-----*
      *----MATCHED ON DATE PLUS TRANS-ID AGAINST THE CARD PURCHASE-----*
      *----ROWS (P AND N) IN THE LIVE LEDGER AND-----------------------*
      *----TRANSACTION-LOG-ARCHIVE.DAT, THE SAME WAY-------------------*
      *----IMPORT-SETTLEMENT MATCHES. A MATCHED CHARGEBACK CLAWS BACK--*
      *----THE CREDITS THAT PURCHASE BOUGHT ON A "C" LEDGER ROW--------*
      *----(WHATEVER THE BALANCE CANNOT COVER GOES TO------------------*
      *----CREDIT-DEBTS.DAT FOR RECOVER-CREDIT-DEBTS TO TAKE LATER)----*
      *----AND THE PROCESSOR'S FEE GOES ON A "1" ROW, SO THE GL POSTS--*
      *----BOTH THE LOST MONEY AND THE FEE. THE CARD IS BLACKLISTED,---*
      *----THE CHARGEBACK IS RECORDED ON CHARGEBACK-REGISTER.DAT SO A--*
      *----RERUN CANNOT CLAW TWICE, AND A "K" ROW GOES ON--------------*
      *----FRAUD-EXCEPTIONS.DAT FOR THE MORNING REVIEW. ANYTHING THAT--*
      *----CANNOT BE APPLIED IS QUEUED TO CHARGEBACK-EXCEPTIONS.DAT:---*
      *----  NOLEDGER - NO P OR N ROW WITH THAT DATE AND TRANS-ID------*
      *----  REFUNDED - THE PURCHASE WAS ALREADY REFUNDED TO THE CARD--*
      *----  DUPLICAT - ALREADY APPLIED FROM AN EARLIER FILE-----------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CHARGEBACK-FILE ASSIGN TO "chargebacks.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO
             "transaction-log-archive.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-REGISTER-FILE ASSIGN TO
             "chargeback-register.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-DEBT-FILE ASSIGN TO "credit-debts.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-BLACKLIST-FILE ASSIGN TO
             "card-blacklist.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-FRAUD-EXCEPTION-FILE ASSIGN TO
             "fraud-exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-EXCEPTION-FILE ASSIGN TO
             "chargeback-exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-CHARGEBACK-FILE.
           01 CB-ENTRY.
              05 CB-DATE PIC 9(8).
              05 CB-TRANS-ID PIC 9(6).
              05 CB-AMOUNT PIC 9(6).
              05 CB-FEE PIC 9(6).
              05 CB-CARD-NO PIC 9(16).
              05 CB-REASON PIC X(4).

           FD F-TRANSACTION-LOG-FILE.
           01 TRANSACTION.
               05 TRANS-ID PIC 9(6).
               05 DY PIC X(2).
               05 MTH PIC X(2).
               05 YR PIC X(4).
               05 USERNAME PIC X(16).
               05 CHARGE PIC 9(6).
               05 CREDITS-GRANTED PIC 9(6).
               05 POST-BALANCE PIC 9(6).
               05 ENTRY-TYPE PIC X(1).
               05 TRANS-TARIFF PIC X(4).
               05 TRANS-NET PIC 9(6)V99.
               05 TRANS-VAT PIC 9(6)V99.

           FD F-ARCHIVE-FILE.
           01 ARCHIVE-TRANSACTION.
               05 ARC-TRANS-ID PIC 9(6).
               05 ARC-DY PIC X(2).
               05 ARC-MTH PIC X(2).
               05 ARC-YR PIC X(4).
               05 ARC-USERNAME PIC X(16).
               05 ARC-CHARGE PIC 9(6).
               05 ARC-CREDITS-GRANTED PIC 9(6).
               05 ARC-POST-BALANCE PIC 9(6).
               05 ARC-ENTRY-TYPE PIC X(1).
               05 ARC-TRANS-TARIFF PIC X(4).
               05 ARC-TRANS-NET PIC 9(6)V99.
               05 ARC-TRANS-VAT PIC 9(6)V99.

           FD F-REGISTER-FILE.
           01 CR-ENTRY.
              05 CR-DATE PIC 9(8).
              05 CR-TRANS-DATE PIC 9(8).
              05 CR-TRANS-ID PIC 9(6).
              05 CR-USERNAME PIC X(16).
              05 CR-AMOUNT PIC 9(6).
              05 CR-FEE PIC 9(6).
              05 CR-CREDITS PIC 9(6).
              05 CR-RECOVERED PIC 9(6).
              05 CR-DEBT PIC 9(6).
              05 CR-REASON PIC X(4).

           FD F-DEBT-FILE.
           01 CD-ENTRY.
              05 CD-USERNAME PIC X(16).
              05 CD-DATE PIC 9(8).
              05 CD-TRANS-DATE PIC 9(8).
              05 CD-TRANS-ID PIC 9(6).
              05 CD-AMOUNT PIC 9(6).
              05 CD-OUTSTANDING PIC 9(6).

           FD F-BLACKLIST-FILE.
           01 BL-ENTRY.
               05 BL-CARD-CIPHER PIC X(16).
               05 BL-DATE PIC 9(8).
               05 BL-USERNAME PIC X(16).
               05 BL-TRANS-DATE PIC 9(8).
               05 BL-TRANS-ID PIC 9(6).

           FD F-FRAUD-EXCEPTION-FILE.
           01 FX-ENTRY.
              05 FX-DATE PIC 9(8).
              05 FX-TYPE PIC X(1).
              05 FX-USERNAME PIC X(16).
              05 FX-DETAIL PIC X(40).

           FD F-EXCEPTION-FILE.
           01 CE-ENTRY.
              05 CE-DATE PIC 9(8).
              05 CE-TRANS-ID PIC 9(6).
              05 CE-AMOUNT PIC 9(6).
              05 CE-REASON PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-FORMATTED-DT.
             05 WS-FORMATTED-DTE-TME.
               15 WS-FORMATTED-YEAR    PIC  X(4).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-MONTH   PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-DY      PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-HOUR    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-MINS    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-SEC     PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-MS      PIC  X(2).

           01 WS-DATETIME PIC X(21).
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).

      *>    THE PROCESSOR'S FILE, LOADED UP FRONT. THE LEDGER SCANS
      *>    FILL IN WHO BOUGHT WHAT: "Y" MATCHED A PURCHASE, "X"
      *>    MATCHED ONE ALREADY REFUNDED, "D" ALREADY ON THE REGISTER.
           01 WS-CBK-COUNT PIC 9(4) VALUE 0.
           01 WS-CHARGEBACKS.
               05 WS-CBK-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-CBK-COUNT.
                   10 WS-CBK-DATE PIC 9(8).
                   10 WS-CBK-TRANS-ID PIC 9(6).
                   10 WS-CBK-AMOUNT PIC 9(6).
                   10 WS-CBK-FEE PIC 9(6).
                   10 WS-CBK-CARD-NO PIC 9(16).
                   10 WS-CBK-REASON PIC X(4).
                   10 WS-CBK-MATCHED PIC X.
                   10 WS-CBK-USERNAME PIC X(16).
                   10 WS-CBK-CHARGE PIC 9(6).
                   10 WS-CBK-CREDITS PIC 9(6).
           01 WS-CBK-IDX PIC 9(4).

           01 WS-ROW-DATE PIC 9(8).
           01 WS-ROW-DATE-X REDEFINES WS-ROW-DATE.
              10 WS-ROW-YR PIC X(4).
              10 WS-ROW-MTH PIC X(2).
              10 WS-ROW-DY PIC X(2).
           01 WS-ROW-TRANS-ID PIC 9(6).
           01 WS-ROW-USERNAME PIC X(16).
           01 WS-ROW-CHARGE PIC 9(6).
           01 WS-ROW-CREDITS PIC 9(6).
           01 WS-ROW-ENTRY-TYPE PIC X(1).

           01 WS-CLAW-CREDITS PIC 9(6).
           01 WS-RECOVERED PIC 9(6).
           01 WS-DEBT PIC 9(6).
           01 WS-BALANCE PIC 9(6).
           01 WS-ACCOUNT-FOUND PIC 9.
           01 WS-POST-BALANCE PIC 9(6).
           01 WS-ZERO-CREDITS PIC 9(6) VALUE 0.
           01 WS-CHBK-TARIFF PIC X(4) VALUE "CHBK".
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.
           01 WS-CARD-CIPHER PIC X(23).
           01 WS-FX-DETAIL PIC X(40).

           01 WS-APPLIED-COUNT PIC 9(4) VALUE 0.
           01 WS-DEBT-COUNT PIC 9(4) VALUE 0.
           01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 0200-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

      *>    OPEN OUTPUT TRUNCATES ANY EXCEPTION LIST LEFT OVER FROM
      *>    THE LAST RUN -- THIS JOB ONLY EVER REPORTS CURRENT STATE.
           OPEN OUTPUT F-EXCEPTION-FILE.
           CLOSE F-EXCEPTION-FILE.

           PERFORM LOAD-CHARGEBACK-FILE.
           IF WS-CBK-COUNT = 0 THEN
               GOBACK
           END-IF.

           PERFORM SCAN-ARCHIVE-LOG.
           PERFORM SCAN-LIVE-LOG.
           PERFORM SCAN-REGISTER.

           OPEN EXTEND F-EXCEPTION-FILE.
           MOVE 0 TO WS-CBK-IDX.
           PERFORM UNTIL WS-CBK-IDX = WS-CBK-COUNT
               ADD 1 TO WS-CBK-IDX
               PERFORM APPLY-ONE-CHARGEBACK
           END-PERFORM.
           CLOSE F-EXCEPTION-FILE.

           DISPLAY "CHARGEBACKS APPLIED " WS-APPLIED-COUNT
             " INTO DEBT " WS-DEBT-COUNT
             " EXCEPTIONS " WS-EXCEPTION-COUNT.

           GOBACK.

       LOAD-CHARGEBACK-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CHARGEBACK-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CHARGEBACK-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-CBK-COUNT < 9999 THEN
                           ADD 1 TO WS-CBK-COUNT
                           MOVE CB-DATE TO WS-CBK-DATE(WS-CBK-COUNT)
                           MOVE CB-TRANS-ID TO
                             WS-CBK-TRANS-ID(WS-CBK-COUNT)
                           MOVE CB-AMOUNT TO WS-CBK-AMOUNT(WS-CBK-COUNT)
                           MOVE CB-FEE TO WS-CBK-FEE(WS-CBK-COUNT)
                           MOVE CB-CARD-NO TO
                             WS-CBK-CARD-NO(WS-CBK-COUNT)
                           MOVE CB-REASON TO WS-CBK-REASON(WS-CBK-COUNT)
                           MOVE "N" TO WS-CBK-MATCHED(WS-CBK-COUNT)
                           MOVE SPACES TO
                             WS-CBK-USERNAME(WS-CBK-COUNT)
                           MOVE 0 TO WS-CBK-CHARGE(WS-CBK-COUNT)
                           MOVE 0 TO WS-CBK-CREDITS(WS-CBK-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CHARGEBACK-FILE.

      *>    A REFUNDED PURCHASE'S ORIGINAL ROW IS RE-MARKED "X" BY
      *>    REFUND-TRANSACTION, SO IT IS PICKED UP HERE TOO -- THE
      *>    MEMBER WAS ALREADY PAID BACK AND A HUMAN MUST DISPUTE IT.
       SCAN-ARCHIVE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ARC-ENTRY-TYPE = "P" OR "N" OR "X" THEN
                           MOVE ARC-YR TO WS-ROW-YR
                           MOVE ARC-MTH TO WS-ROW-MTH
                           MOVE ARC-DY TO WS-ROW-DY
                           MOVE ARC-TRANS-ID TO WS-ROW-TRANS-ID
                           MOVE ARC-USERNAME TO WS-ROW-USERNAME
                           MOVE ARC-CHARGE TO WS-ROW-CHARGE
                           MOVE ARC-CREDITS-GRANTED TO WS-ROW-CREDITS
                           MOVE ARC-ENTRY-TYPE TO WS-ROW-ENTRY-TYPE
                           PERFORM MATCH-LEDGER-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE-FILE.

       SCAN-LIVE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TRANSACTION-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TRANSACTION-LOG-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ENTRY-TYPE = "P" OR "N" OR "X" THEN
                           MOVE YR TO WS-ROW-YR
                           MOVE MTH TO WS-ROW-MTH
                           MOVE DY TO WS-ROW-DY
                           MOVE TRANS-ID TO WS-ROW-TRANS-ID
                           MOVE USERNAME TO WS-ROW-USERNAME
                           MOVE CHARGE TO WS-ROW-CHARGE
                           MOVE CREDITS-GRANTED TO WS-ROW-CREDITS
                           MOVE ENTRY-TYPE TO WS-ROW-ENTRY-TYPE
                           PERFORM MATCH-LEDGER-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TRANSACTION-LOG-FILE.

       MATCH-LEDGER-ROW.
           MOVE 0 TO WS-CBK-IDX.
           PERFORM UNTIL WS-CBK-IDX = WS-CBK-COUNT
               ADD 1 TO WS-CBK-IDX
               IF WS-CBK-DATE(WS-CBK-IDX) = WS-ROW-DATE AND
                  WS-CBK-TRANS-ID(WS-CBK-IDX) = WS-ROW-TRANS-ID THEN
                   IF WS-ROW-ENTRY-TYPE = "X" THEN
                       MOVE "X" TO WS-CBK-MATCHED(WS-CBK-IDX)
                   ELSE
                       MOVE "Y" TO WS-CBK-MATCHED(WS-CBK-IDX)
                   END-IF
                   MOVE WS-ROW-USERNAME TO WS-CBK-USERNAME(WS-CBK-IDX)
                   MOVE WS-ROW-CHARGE TO WS-CBK-CHARGE(WS-CBK-IDX)
                   MOVE WS-ROW-CREDITS TO WS-CBK-CREDITS(WS-CBK-IDX)
               END-IF
           END-PERFORM.

      *>    THE PROCESSOR RESENDS A CHARGEBACK UNTIL IT CLOSES ITS
      *>    CASE, SO ANYTHING ALREADY ON THE REGISTER IS LEFT ALONE.
       SCAN-REGISTER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REGISTER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REGISTER-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 0 TO WS-CBK-IDX
                       PERFORM UNTIL WS-CBK-IDX = WS-CBK-COUNT
                           ADD 1 TO WS-CBK-IDX
                           IF WS-CBK-DATE(WS-CBK-IDX) = CR-TRANS-DATE
                              AND WS-CBK-TRANS-ID(WS-CBK-IDX) =
                              CR-TRANS-ID THEN
                               MOVE "D" TO WS-CBK-MATCHED(WS-CBK-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE F-REGISTER-FILE.

       APPLY-ONE-CHARGEBACK.
           EVALUATE TRUE
               WHEN WS-CBK-MATCHED(WS-CBK-IDX) = "N"
                   MOVE "NOLEDGER" TO CE-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN WS-CBK-MATCHED(WS-CBK-IDX) = "X"
                   MOVE "REFUNDED" TO CE-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN WS-CBK-MATCHED(WS-CBK-IDX) = "D"
                   MOVE "DUPLICAT" TO CE-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM CLAW-BACK-CREDITS
                   PERFORM POST-PROCESSOR-FEE
                   PERFORM RECORD-CHARGEBACK
                   PERFORM BLACKLIST-CARD
                   PERFORM WRITE-FRAUD-EXCEPTION
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE.

      *>    A PART CHARGEBACK CLAWS BACK THE SAME SHARE OF THE
      *>    CREDITS THE PURCHASE BOUGHT. THE BALANCE GIVES UP WHAT IT
      *>    CAN; THE REST IS OWED ON CREDIT-DEBTS.DAT. THE "C" ROW
      *>    CARRIES THE MONEY LOST AS ITS CHARGE AND ONLY THE CREDITS
      *>    ACTUALLY TAKEN, SO THE CIRCULATION FIGURES STAY TRUE.
       CLAW-BACK-CREDITS.
           MOVE WS-CBK-CREDITS(WS-CBK-IDX) TO WS-CLAW-CREDITS.
           IF WS-CBK-AMOUNT(WS-CBK-IDX) < WS-CBK-CHARGE(WS-CBK-IDX)
              THEN
               COMPUTE WS-CLAW-CREDITS =
                   WS-CBK-CREDITS(WS-CBK-IDX) *
                   WS-CBK-AMOUNT(WS-CBK-IDX) /
                   WS-CBK-CHARGE(WS-CBK-IDX)
           END-IF.

           CALL "find-account" USING WS-CBK-USERNAME(WS-CBK-IDX),
               WS-BALANCE, WS-ACCOUNT-FOUND.
           IF WS-ACCOUNT-FOUND NOT = 1 THEN
               MOVE 0 TO WS-BALANCE
           END-IF.

           IF WS-BALANCE < WS-CLAW-CREDITS THEN
               MOVE WS-BALANCE TO WS-RECOVERED
           ELSE
               MOVE WS-CLAW-CREDITS TO WS-RECOVERED
           END-IF.
           COMPUTE WS-DEBT = WS-CLAW-CREDITS - WS-RECOVERED.
           COMPUTE WS-POST-BALANCE = WS-BALANCE - WS-RECOVERED.

           IF WS-RECOVERED > 0 THEN
               CALL "subtract-credits" USING
                   WS-CBK-USERNAME(WS-CBK-IDX), WS-RECOVERED
           END-IF.

           CALL "transactions" USING WS-FORMATTED-DT,
               WS-CBK-USERNAME(WS-CBK-IDX), WS-CBK-AMOUNT(WS-CBK-IDX),
               WS-RECOVERED, WS-POST-BALANCE, "C", WS-CHBK-TARIFF,
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.

           IF WS-DEBT > 0 THEN
               OPEN EXTEND F-DEBT-FILE
               MOVE WS-CBK-USERNAME(WS-CBK-IDX) TO CD-USERNAME
               MOVE WS-TODAY TO CD-DATE
               MOVE WS-CBK-DATE(WS-CBK-IDX) TO CD-TRANS-DATE
               MOVE WS-CBK-TRANS-ID(WS-CBK-IDX) TO CD-TRANS-ID
               MOVE WS-DEBT TO CD-AMOUNT
               MOVE WS-DEBT TO CD-OUTSTANDING
               WRITE CD-ENTRY
               CLOSE F-DEBT-FILE
               ADD 1 TO WS-DEBT-COUNT
           END-IF.

       POST-PROCESSOR-FEE.
           IF WS-CBK-FEE(WS-CBK-IDX) = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           CALL "transactions" USING WS-FORMATTED-DT,
               WS-CBK-USERNAME(WS-CBK-IDX), WS-CBK-FEE(WS-CBK-IDX),
               WS-ZERO-CREDITS, WS-POST-BALANCE, "1", WS-CHBK-TARIFF,
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.

       RECORD-CHARGEBACK.
           OPEN EXTEND F-REGISTER-FILE.
           MOVE WS-TODAY TO CR-DATE.
           MOVE WS-CBK-DATE(WS-CBK-IDX) TO CR-TRANS-DATE.
           MOVE WS-CBK-TRANS-ID(WS-CBK-IDX) TO CR-TRANS-ID.
           MOVE WS-CBK-USERNAME(WS-CBK-IDX) TO CR-USERNAME.
           MOVE WS-CBK-AMOUNT(WS-CBK-IDX) TO CR-AMOUNT.
           MOVE WS-CBK-FEE(WS-CBK-IDX) TO CR-FEE.
           MOVE WS-CLAW-CREDITS TO CR-CREDITS.
           MOVE WS-RECOVERED TO CR-RECOVERED.
           MOVE WS-DEBT TO CR-DEBT.
           MOVE WS-CBK-REASON(WS-CBK-IDX) TO CR-REASON.
           WRITE CR-ENTRY.
           CLOSE F-REGISTER-FILE.

      *>    ONLY THE ENCIPHERED NUMBER IS KEPT, UNDER THE SAME KEY AS
      *>    CARDS.DAT, WITH THE EXPIRY AND CVV POSITIONS AS ZEROS.
       BLACKLIST-CARD.
           IF WS-CBK-CARD-NO(WS-CBK-IDX) = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CBK-CARD-NO(WS-CBK-IDX) TO WS-CARD-CIPHER(1:16).
           MOVE ALL "0" TO WS-CARD-CIPHER(17:7).
           CALL "encrypt-card-field" USING "E", WS-CARD-CIPHER.

           OPEN EXTEND F-BLACKLIST-FILE.
           MOVE WS-CARD-CIPHER(1:16) TO BL-CARD-CIPHER.
           MOVE WS-TODAY TO BL-DATE.
           MOVE WS-CBK-USERNAME(WS-CBK-IDX) TO BL-USERNAME.
           MOVE WS-CBK-DATE(WS-CBK-IDX) TO BL-TRANS-DATE.
           MOVE WS-CBK-TRANS-ID(WS-CBK-IDX) TO BL-TRANS-ID.
           WRITE BL-ENTRY.
           CLOSE F-BLACKLIST-FILE.

      *>    FRAUD-SCREEN EMPTIES THIS FILE ON ITS NIGHTLY RUN, SO THE
      *>    MORNING'S CHARGEBACKS ARE ADDED ON THE END OF ITS LIST.
       WRITE-FRAUD-EXCEPTION.
           MOVE SPACES TO WS-FX-DETAIL.
           STRING "CHARGEBACK " WS-CBK-DATE(WS-CBK-IDX) "/"
               WS-CBK-TRANS-ID(WS-CBK-IDX) " AMT "
               WS-CBK-AMOUNT(WS-CBK-IDX)
               DELIMITED BY SIZE INTO WS-FX-DETAIL.
           OPEN EXTEND F-FRAUD-EXCEPTION-FILE.
           MOVE WS-TODAY TO FX-DATE.
           MOVE "K" TO FX-TYPE.
           MOVE WS-CBK-USERNAME(WS-CBK-IDX) TO FX-USERNAME.
           MOVE WS-FX-DETAIL TO FX-DETAIL.
           WRITE FX-ENTRY.
           CLOSE F-FRAUD-EXCEPTION-FILE.

       WRITE-EXCEPTION.
           MOVE WS-CBK-DATE(WS-CBK-IDX) TO CE-DATE.
           MOVE WS-CBK-TRANS-ID(WS-CBK-IDX) TO CE-TRANS-ID.
           MOVE WS-CBK-AMOUNT(WS-CBK-IDX) TO CE-AMOUNT.
           WRITE CE-ENTRY.
           ADD 1 TO WS-EXCEPTION-COUNT.

       0200-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           MOVE WS-DATETIME(1:4)  TO WS-FORMATTED-YEAR.
           MOVE WS-DATETIME(5:2)  TO WS-FORMATTED-MONTH.
           MOVE WS-DATETIME(7:2)  TO WS-FORMATTED-DY.
           MOVE WS-DATETIME(9:2)  TO WS-FORMATTED-HOUR.
           MOVE WS-DATETIME(11:2) TO WS-FORMATTED-MINS.
           MOVE WS-DATETIME(13:2) TO WS-FORMATTED-SEC.
           MOVE WS-DATETIME(15:2) TO WS-FORMATTED-MS.
