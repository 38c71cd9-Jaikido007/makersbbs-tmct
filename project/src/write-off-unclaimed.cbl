       IDENTIFICATION DIVISION.
       PROGRAM-ID. write-off-unclaimed.
      ******************************************************************
      *----SUB PROGRAM CALLED BY DELETE-ACCOUNT ONCE A MEMBER'S ROW----*
      *----HAS GONE FROM USERS.DAT WITH CREDITS STILL ON IT. THE-------*
      *----BALANCE IS WRITTEN OFF THROUGH THE LEDGER UNDER ITS OWN-----*
      *----"Y" ENTRY TYPE (POST-BALANCE ZERO, SO RECONCILE-CREDIT------*
      *----BALANCES SEES THE ACCOUNT END AT NOTHING AND A NEW SIGN-UP--*
      *----ON THE FREED USERNAME STARTS CLEAN), ANY PROMOTIONAL--------*
      *----EARMARKS LEFT IN PROMO-CREDITS.DAT ARE ZEROED SO THE--------*
      *----NIGHTLY LAPSE SWEEP CANNOT LATER BITE A NEW HOLDER OF THE---*
      *----NAME, AND THE NAME, LAST BALANCE AND REMOVAL DATE GO TO-----*
      *----THE UNCLAIMED-BALANCES REGISTER (UNCLAIMED-BALANCES.DAT)----*
      *----SO THE SUPPORT DESK CAN REINSTATE THEM WITHIN THE CLAIM-----*
      *----WINDOW------------------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-UNCLAIMED-FILE ASSIGN TO
             "unclaimed-balances.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-PROMO-FILE ASSIGN TO "promo-credits.dat"
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

           FD F-PROMO-FILE.
           01 PR-ENTRY.
              05 PR-USERNAME PIC X(16).
              05 PR-GRANT-DATE PIC 9(8).
              05 PR-EXPIRY PIC 9(8).
              05 PR-GRANTED PIC 9(6).
              05 PR-REMAINING PIC 9(6).

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
           01 WS-NEXT-ID PIC 9(6) VALUE 0.
           01 WS-ZERO-CHARGE PIC 9(6) VALUE 0.
           01 WS-ZERO-BALANCE PIC 9(6) VALUE 0.
           01 WS-NO-TARIFF PIC X(4) VALUE SPACES.
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-DISPLAY-NAME PIC X(16).
           01 LS-BALANCE PIC 9(6).

       PROCEDURE DIVISION USING LS-USERNAME, LS-DISPLAY-NAME,
           LS-BALANCE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-NEXT-ID.

           IF LS-BALANCE = 0 THEN
               GOBACK
           END-IF.

           PERFORM 0200-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

      *>    THE WRITE-OFF ROW MOVES THE WHOLE BALANCE OUT OF THE
      *>    CREDIT LIABILITY; THE CHART MAPS "Y" TO THE UNCLAIMED
      *>    BALANCES ACCOUNT.
           CALL "transactions" USING WS-FORMATTED-DT, LS-USERNAME,
               WS-ZERO-CHARGE, LS-BALANCE, WS-ZERO-BALANCE, "Y",
               WS-NO-TARIFF,
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.

           PERFORM CLEAR-PROMO-EARMARKS.
           PERFORM WRITE-REGISTER-ROW.

           GOBACK.

       CLEAR-PROMO-EARMARKS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-PROMO-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PROMO-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF PR-USERNAME = LS-USERNAME AND
                          PR-REMAINING > 0 THEN
                           MOVE 0 TO PR-REMAINING
                           REWRITE PR-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PROMO-FILE.

       WRITE-REGISTER-ROW.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-UNCLAIMED-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-UNCLAIMED-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF UB-ID > WS-NEXT-ID THEN
                           MOVE UB-ID TO WS-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-UNCLAIMED-FILE.
           ADD 1 TO WS-NEXT-ID.

      *>    "H" = HELD FOR A CLAIM; REINSTATE-UNCLAIMED FLIPS IT TO
      *>    "R" AND FILLS IN WHO, WHEN AND WHICH ACCOUNT.
           OPEN EXTEND F-UNCLAIMED-FILE.
           MOVE WS-NEXT-ID TO UB-ID.
           MOVE LS-USERNAME TO UB-USERNAME.
           MOVE LS-DISPLAY-NAME TO UB-DISPLAY-NAME.
           MOVE LS-BALANCE TO UB-BALANCE.
           MOVE WS-TODAY TO UB-REMOVED-DATE.
           MOVE "H" TO UB-STATUS.
           MOVE 0 TO UB-ACTION-DATE.
           MOVE SPACES TO UB-ACTION-BY.
           MOVE SPACES TO UB-REINSTATED-TO.
           WRITE UB-ENTRY.
           CLOSE F-UNCLAIMED-FILE.

       0200-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           MOVE WS-DATETIME(1:4)  TO WS-FORMATTED-YEAR.
           MOVE WS-DATETIME(5:2)  TO WS-FORMATTED-MONTH.
           MOVE WS-DATETIME(7:2)  TO WS-FORMATTED-DY.
           MOVE WS-DATETIME(9:2)  TO WS-FORMATTED-HOUR.
           MOVE WS-DATETIME(11:2) TO WS-FORMATTED-MINS.
           MOVE WS-DATETIME(13:2) TO WS-FORMATTED-SEC.
           MOVE WS-DATETIME(15:2) TO WS-FORMATTED-MS.
