       IDENTIFICATION DIVISION.
       PROGRAM-ID. recover-credit-debts.
      ******************************************************************
      *----SUB PROGRAM RUN NIGHTLY FROM END-OF-DAY-BATCH. A------------*
      *----CHARGEBACK THE MEMBER'S BALANCE COULD NOT COVER LEAVES THE--*
      *----SHORTFALL OWING ON CREDIT-DEBTS.DAT. EVERY ROW STILL--------*
      *----OUTSTANDING TAKES WHATEVER THE MEMBER NOW HOLDS, UP TO------*
      *----WHAT IS OWED, THROUGH SUBTRACT-CREDITS AND A "2" LEDGER-----*
      *----ROW, AND THE ROW IS WRITTEN DOWN BY THE SAME AMOUNT. A ROW--*
      *----AT ZERO IS SETTLED AND KEPT FOR THE RECORD------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-DEBT-FILE ASSIGN TO "credit-debts.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-DEBT-FILE.
           01 CD-ENTRY.
              05 CD-USERNAME PIC X(16).
              05 CD-DATE PIC 9(8).
              05 CD-TRANS-DATE PIC 9(8).
              05 CD-TRANS-ID PIC 9(6).
              05 CD-AMOUNT PIC 9(6).
              05 CD-OUTSTANDING PIC 9(6).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-BALANCE PIC 9(6).
           01 WS-ACCOUNT-FOUND PIC 9.
           01 WS-RECOVERED PIC 9(6).
           01 WS-POST-BALANCE PIC 9(6).
           01 WS-ZERO-CHARGE PIC 9(6) VALUE 0.
           01 WS-CHBK-TARIFF PIC X(4) VALUE "CHBK".
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.

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

       PROCEDURE DIVISION USING LS-FORMATTED-DT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.

           OPEN I-O F-DEBT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DEBT-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF CD-OUTSTANDING > 0 THEN
                           PERFORM RECOVER-ONE-DEBT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-DEBT-FILE.

           GOBACK.

      *>    THE BALANCE IS LOOKED UP AFRESH FOR EVERY ROW, SO A
      *>    MEMBER WITH TWO DEBTS PAYS THE OLDER ONE FIRST.
       RECOVER-ONE-DEBT.
           CALL "find-account" USING CD-USERNAME, WS-BALANCE,
               WS-ACCOUNT-FOUND.
           IF WS-ACCOUNT-FOUND NOT = 1 OR WS-BALANCE = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF WS-BALANCE < CD-OUTSTANDING THEN
               MOVE WS-BALANCE TO WS-RECOVERED
           ELSE
               MOVE CD-OUTSTANDING TO WS-RECOVERED
           END-IF.
           COMPUTE WS-POST-BALANCE = WS-BALANCE - WS-RECOVERED.

           CALL "subtract-credits" USING CD-USERNAME, WS-RECOVERED.
           CALL "transactions" USING LS-FORMATTED-DT, CD-USERNAME,
               WS-ZERO-CHARGE, WS-RECOVERED, WS-POST-BALANCE, "2",
               WS-CHBK-TARIFF,
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.

           SUBTRACT WS-RECOVERED FROM CD-OUTSTANDING.
           REWRITE CD-ENTRY.
