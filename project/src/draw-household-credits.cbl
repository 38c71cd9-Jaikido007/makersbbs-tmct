       IDENTIFICATION DIVISION.
       PROGRAM-ID. draw-household-credits.
      ******************************************************************
      *----SUB PROGRAM RUN JUST BEFORE A SPEND IS GATED ON THE---------*
      *----MEMBER'S BALANCE. WHEN THE MEMBER IS A DEPENDENT IN---------*
      *----HOUSEHOLDS.DAT AND IS SHORT OF THE AMOUNT, THE SHORTFALL----*
      *----IS MOVED ACROSS FROM THE HEAD OF HOUSEHOLD'S BALANCE SO-----*
      *----THE SPEND ITSELF STILL POSTS THROUGH SUBTRACT-CREDITS-------*
      *----UNDER THE DEPENDENT'S OWN NAME. THE DRAW IS ALL OR----------*
      *----NOTHING: IT MUST FIT THE HEAD'S BALANCE AND WHAT IS LEFT----*
      *----OF THE DEPENDENT'S DAILY AND WEEKLY CAPS, WHICH ARE---------*
      *----MEASURED AGAINST HOUSEHOLD-SPEND.DAT. THE MOVE IS LEDGERED--*
      *----AS A GIFT PAIR ("G"/"F") WITH TARIFF HHLD SO THE RECONCILE--*
      *----JOB BALANCES BOTH MEMBERS AND THE STATEMENT CAN FIND IT-----*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-HOUSEHOLDS-FILE ASSIGN TO "households.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPEND-FILE ASSIGN TO
             "household-spend.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-HOUSEHOLDS-FILE.
           01 HH-ENTRY.
              05 HH-DEPENDENT PIC X(16).
              05 HH-HEAD PIC X(16).
              05 HH-DAILY-CAP PIC 9(6).
              05 HH-WEEKLY-CAP PIC 9(6).
              05 HH-NO-WAGERS PIC X.
              05 HH-SINCE PIC 9(8).

           FD F-SPEND-FILE.
           01 HS-ENTRY.
              05 HS-DATE PIC 9(8).
              05 HS-HEAD PIC X(16).
              05 HS-DEPENDENT PIC X(16).
              05 HS-AMOUNT PIC 9(6).

           WORKING-STORAGE SECTION.
           01 WS-HHLD-TARIFF PIC X(4) VALUE "HHLD".
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.
           01 WS-ZERO-CHARGE PIC 9(6) VALUE 0.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-ROW-FOUND PIC 9 VALUE 0.
           01 WS-HEAD PIC X(16).
           01 WS-DAILY-CAP PIC 9(6).
           01 WS-WEEKLY-CAP PIC 9(6).
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-INT PIC 9(7) COMP.
           01 WS-ROW-INT PIC 9(7) COMP.
           01 WS-TODAY-DRAWN PIC 9(8) VALUE 0.
           01 WS-WEEK-DRAWN PIC 9(8) VALUE 0.
           01 WS-OWN-CREDITS PIC 9(6).
           01 WS-OWN-FOUND PIC 9.
           01 WS-HEAD-CREDITS PIC 9(6).
           01 WS-HEAD-FOUND PIC 9.
           01 WS-SHORTFALL PIC 9(6).
           01 WS-POST-BALANCE PIC 9(6).
           01 WS-ADD-OVERFLOW PIC 9.

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

           01 LS-USERNAME PIC X(16).
           01 LS-AMOUNT PIC 9(6).
      *>    "N" = NOTHING DRAWN (NOT NEEDED, OR NOT A DEPENDENT),
      *>    "Y" = SHORTFALL DRAWN FROM THE HEAD, "C" = WOULD BREACH A
      *>    CAP, "S" = THE HEAD CANNOT COVER IT
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-USERNAME,
           LS-AMOUNT, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ROW-FOUND.
           MOVE 0 TO WS-TODAY-DRAWN.
           MOVE 0 TO WS-WEEK-DRAWN.

           MOVE "N" TO LS-RESULT.
           IF LS-AMOUNT = 0 THEN
               GOBACK
           END-IF.

           CALL "find-account" USING LS-USERNAME, WS-OWN-CREDITS,
               WS-OWN-FOUND.
           IF WS-OWN-FOUND NOT = 1 OR WS-OWN-CREDITS >= LS-AMOUNT
               THEN
               GOBACK
           END-IF.

           OPEN INPUT F-HOUSEHOLDS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOUSEHOLDS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF HH-DEPENDENT = LS-USERNAME THEN
                           MOVE 1 TO WS-ROW-FOUND
                           MOVE HH-HEAD TO WS-HEAD
                           MOVE HH-DAILY-CAP TO WS-DAILY-CAP
                           MOVE HH-WEEKLY-CAP TO WS-WEEKLY-CAP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HOUSEHOLDS-FILE.

           IF WS-ROW-FOUND = 0 THEN
               GOBACK
           END-IF.

           COMPUTE WS-SHORTFALL = LS-AMOUNT - WS-OWN-CREDITS.

           CALL "find-account" USING WS-HEAD, WS-HEAD-CREDITS,
               WS-HEAD-FOUND.
           IF WS-HEAD-FOUND NOT = 1 OR
              WS-SHORTFALL > WS-HEAD-CREDITS THEN
               MOVE "S" TO LS-RESULT
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           IF WS-DAILY-CAP > 0 OR WS-WEEKLY-CAP > 0 THEN
               PERFORM TALLY-DRAWS
           END-IF.

           IF WS-DAILY-CAP > 0 AND
              WS-TODAY-DRAWN + WS-SHORTFALL > WS-DAILY-CAP THEN
               MOVE "C" TO LS-RESULT
               GOBACK
           END-IF.
           IF WS-WEEKLY-CAP > 0 AND
              WS-WEEK-DRAWN + WS-SHORTFALL > WS-WEEKLY-CAP THEN
               MOVE "C" TO LS-RESULT
               GOBACK
           END-IF.

           CALL "subtract-credits" USING WS-HEAD, WS-SHORTFALL.
           CALL "add-credits" USING LS-USERNAME, WS-SHORTFALL,
               WS-ADD-OVERFLOW.

           COMPUTE WS-POST-BALANCE = WS-HEAD-CREDITS - WS-SHORTFALL.
           CALL "transactions" USING LS-FORMATTED-DT, WS-HEAD,
               WS-ZERO-CHARGE, WS-SHORTFALL, WS-POST-BALANCE, "G",
               WS-HHLD-TARIFF,
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.

           MOVE LS-AMOUNT TO WS-POST-BALANCE.
           CALL "transactions" USING LS-FORMATTED-DT, LS-USERNAME,
               WS-ZERO-CHARGE, WS-SHORTFALL, WS-POST-BALANCE, "F",
               WS-HHLD-TARIFF,
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.

           OPEN EXTEND F-SPEND-FILE.
           MOVE WS-TODAY TO HS-DATE.
           MOVE WS-HEAD TO HS-HEAD.
           MOVE LS-USERNAME TO HS-DEPENDENT.
           MOVE WS-SHORTFALL TO HS-AMOUNT.
           WRITE HS-ENTRY.
           CLOSE F-SPEND-FILE.

           MOVE "Y" TO LS-RESULT.

           GOBACK.

       TALLY-DRAWS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SPEND-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SPEND-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF HS-DEPENDENT = LS-USERNAME AND
                          HS-DATE IS NUMERIC THEN
                           PERFORM BUCKET-ONE-DRAW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SPEND-FILE.

       BUCKET-ONE-DRAW.
           COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE(HS-DATE).
           IF HS-DATE = WS-TODAY THEN
               ADD HS-AMOUNT TO WS-TODAY-DRAWN
           END-IF.
           IF WS-TODAY-INT - WS-ROW-INT < 7 THEN
               ADD HS-AMOUNT TO WS-WEEK-DRAWN
           END-IF.
