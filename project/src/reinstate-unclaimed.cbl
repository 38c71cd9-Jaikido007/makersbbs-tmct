       IDENTIFICATION DIVISION.
       PROGRAM-ID. reinstate-unclaimed.
      ******************************************************************
      *----SUB PROGRAM THAT PUTS A WRITTEN-OFF BALANCE BACK WHEN A-----*
      *----FORMER MEMBER CLAIMS IT AT THE SUPPORT DESK. THE REGISTER---*
      *----ROW MUST STILL BE HELD ("H") AND INSIDE THE CLAIM WINDOW----*
      *----(PARAMETER UNCLAIMED-CLAIM-DAYS, DEFAULT 365). THE CREDITS--*
      *----GO ONTO THE ACCOUNT THE ADMIN NAMES (USUALLY THE MEMBER'S---*
      *----NEW SIGN-UP) THROUGH ADD-CREDITS, THE LEDGER GETS AN "O"----*
      *----ROW SO THE GL REVERSES THE WRITE-OFF, AND THE REGISTER ROW--*
      *----IS MARKED "R" WITH WHO, WHEN AND WHERE----------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-UNCLAIMED-FILE ASSIGN TO
             "unclaimed-balances.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-UNCLAIMED-FILE.
           01 UB-ENTRY.
              05 UB-ID PIC 9(6).
              05 UB-USERNAME PIC X(16).
              05 UB-DISPLAY-NAME PIC X(16).
              05 UB-BALANCE PIC 9(6).
              05 UB-REMOVED-DATE PIC 9(8).
              05 UB-STATUS PIC X(1).
              05 UB-ACTION-DATE PIC 9(8).
              05 UB-ACTION-BY PIC X(16).
              05 UB-REINSTATED-TO PIC X(16).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-FOUND PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-INT PIC 9(8).
           01 WS-REMOVED-INT PIC 9(8).
           01 WS-CLAIM-DAYS PIC 9(6) VALUE 365.
           01 WS-CLAIM-KEY PIC X(20) VALUE "UNCLAIMED-CLAIM-DAYS".
           01 WS-CLAIM-DEFAULT PIC 9(6) VALUE 365.
           01 WS-CLAIM-AMOUNT PIC 9(6) VALUE 0.
           01 WS-CLAIM-REMOVED PIC 9(8) VALUE 0.
           01 WS-TARGET-CREDITS PIC 9(6).
           01 WS-TARGET-FOUND PIC 9.
           01 WS-NEW-TOTAL PIC 9(7).
           01 WS-POST-BALANCE PIC 9(6).
           01 WS-ADD-OVERFLOW PIC 9.
           01 WS-ZERO-CHARGE PIC 9(6) VALUE 0.
           01 WS-NO-TARIFF PIC X(4) VALUE SPACES.
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

           01 LS-ADMIN PIC X(16).
           01 LS-UB-ID PIC 9(6).
           01 LS-TARGET PIC X(16).
      *>    "Y" = REINSTATED, "U" = UNKNOWN TARGET ACCOUNT, "N" = NO
      *>    HELD ROW WITH THAT ID, "E" = CLAIM WINDOW HAS CLOSED,
      *>    "O" = WOULD OVERFLOW THE TARGET'S BALANCE
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-ADMIN, LS-UB-ID,
           LS-TARGET, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-FOUND.
           MOVE 0 TO WS-CLAIM-AMOUNT.
           MOVE 0 TO WS-CLAIM-REMOVED.
           MOVE "N" TO LS-RESULT.

           CALL "get-parameter" USING WS-CLAIM-KEY,
             WS-CLAIM-DEFAULT, WS-CLAIM-DAYS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

      *>    FIRST PASS ONLY LOOKS -- NOTHING IS CHANGED UNTIL THE
      *>    ROW, THE WINDOW AND THE TARGET ACCOUNT HAVE ALL PASSED.
           OPEN INPUT F-UNCLAIMED-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-UNCLAIMED-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF UB-ID = LS-UB-ID AND UB-STATUS = "H" THEN
                           MOVE 1 TO WS-FOUND
                           MOVE UB-BALANCE TO WS-CLAIM-AMOUNT
                           MOVE UB-REMOVED-DATE TO WS-CLAIM-REMOVED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-UNCLAIMED-FILE.

           IF WS-FOUND = 0 OR WS-CLAIM-AMOUNT = 0 THEN
               MOVE "N" TO LS-RESULT
               GOBACK
           END-IF.

           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-REMOVED-INT =
               FUNCTION INTEGER-OF-DATE(WS-CLAIM-REMOVED).
           IF WS-TODAY-INT - WS-REMOVED-INT > WS-CLAIM-DAYS THEN
               MOVE "E" TO LS-RESULT
               GOBACK
           END-IF.

           CALL "find-account" USING LS-TARGET,
               WS-TARGET-CREDITS, WS-TARGET-FOUND.
           IF WS-TARGET-FOUND NOT = 1 THEN
               MOVE "U" TO LS-RESULT
               GOBACK
           END-IF.

           COMPUTE WS-NEW-TOTAL = WS-TARGET-CREDITS + WS-CLAIM-AMOUNT.
           IF WS-NEW-TOTAL > 999999 THEN
               MOVE "O" TO LS-RESULT
               GOBACK
           END-IF.

           CALL "add-credits" USING LS-TARGET, WS-CLAIM-AMOUNT,
               WS-ADD-OVERFLOW.
           MOVE WS-NEW-TOTAL TO WS-POST-BALANCE.
           CALL "transactions" USING LS-FORMATTED-DT, LS-TARGET,
               WS-ZERO-CHARGE, WS-CLAIM-AMOUNT, WS-POST-BALANCE, "O",
               WS-NO-TARIFF,
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.

           PERFORM MARK-REINSTATED.

           MOVE "Y" TO LS-RESULT.

           GOBACK.

       MARK-REINSTATED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-UNCLAIMED-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-UNCLAIMED-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF UB-ID = LS-UB-ID AND UB-STATUS = "H" THEN
                           MOVE "R" TO UB-STATUS
                           MOVE WS-TODAY TO UB-ACTION-DATE
                           MOVE LS-ADMIN TO UB-ACTION-BY
                           MOVE LS-TARGET TO UB-REINSTATED-TO
                           REWRITE UB-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-UNCLAIMED-FILE.
