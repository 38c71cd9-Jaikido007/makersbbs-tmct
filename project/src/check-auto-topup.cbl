      ******************************************************************
      *----SUB PROGRAM RUN AT EVERY MENU SHOWING: IF THE MEMBER HAS----*
      *----AN AUTO-TOPUP.DAT STANDING ORDER SWITCHED ON AND THEIR------*
      *----BALANCE HAS DROPPED BELOW THEIR CHOSEN FLOOR, A CHARGE TO---*
      *----THEIR DEFAULT SAVED CARD FOR THE TARIFF THEY PRE-PICKED-----*
      *----FROM THE PRICE CATALOGUE IS QUEUED ON-----------------------*
      *----CARD-AUTH-REQUESTS.DAT FOR THE CARD PROCESSOR. THE----------*
      *----CREDITS ONLY ARRIVE, AND THE PURCHASE IS ONLY POSTED--------*
      *----THROUGH TRANSACTIONS.CBL, WHEN APPLY-AUTH-RESPONSE SEES-----*
      *----THE APPROVAL; UNTIL THEN THE MENU SAYS THE TOP-UP IS--------*
      *----PENDING AND NO SECOND REQUEST IS RAISED. A PER-CALENDAR-----*
      *----MONTH SPEND CAP (AUTOTOPUP-MONTH-CAP PARAMETER) STOPS A-----*
      *----RUNAWAY ORDER, AND ONCE THE BALANCE IS BACK OVER THE--------*
      *----FLOOR THE CHECK IS A NO-OP----------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           01 WS-CARD-CIPHER PIC X(23).
           01 WS-CARD-OK PIC 9.
           01 WS-CARD-ID PIC 9(6).
           01 WS-AUTH-SOURCE PIC X(4) VALUE "ATOP".
           01 WS-AUTH-NO-REF PIC 9(4) VALUE 0.
           01 WS-AUTH-RESULT PIC X.
           01 WS-CARD-EXP-TXT PIC X(4).
           01 WS-CARD-EXP-MM PIC 9(2).
           01 WS-CARD-EXP-YY PIC 9(2).
           01 WS-TODAY-YEAR-NUM PIC 9(4).
           01 WS-TODAY-MONTH-NUM PIC 9(2).

           01 WS-NEW-TOTAL PIC 9(7).

           LINKAGE SECTION.
           01 LS-FORMATTED-DT.
               15 LS-FORMATTED-MS      PIC  X(2).

           01 LS-USERNAME PIC X(16).
      *>    "P" = TOP-UP AWAITING THE CARD PROCESSOR, "N" = NOTHING
      *>    TO DO, "C" = MONTHLY CAP REACHED, "F" = NO USABLE DEFAULT
      *>    CARD, "O" = BALANCE WOULD OVERFLOW
           01 LS-RESULT PIC X.
           01 LS-CREDITS-ADDED PIC 9(6).

               GOBACK
           END-IF.

           COMPUTE WS-NEW-TOTAL = WS-USER-CREDITS + WS-CREDITS.
           IF WS-NEW-TOTAL > 999999 THEN
               MOVE "O" TO LS-RESULT
               GOBACK
           END-IF.

      *>    A REQUEST ALREADY WAITING ON THE PROCESSOR IS LEFT TO
      *>    STAND; EITHER WAY THE MENU SHOWS THE TOP-UP AS PENDING.
           CALL "request-card-auth" USING WS-AUTH-SOURCE, LS-USERNAME,
               WS-CARD-ID, WS-CHARGE, WS-ORDER-TARIFF, WS-CREDITS,
               WS-AUTH-NO-REF, WS-AUTH-RESULT.

           MOVE WS-CREDITS TO LS-CREDITS-ADDED.
           MOVE "P" TO LS-RESULT.

           GOBACK.

           END-PERFORM.
           CLOSE F-TOPUP-FILE.

      *>    TODAY'S PRICE FOR THE PRE-PICKED TARIFF, FROM THE SAME
      *>    EFFECTIVE-DATED CATALOGUE THE COUNTER STORE SELLS FROM.
       LOOK-UP-TARIFF.
             (WS-CARD-EXP-FULL-YEAR = WS-TODAY-YEAR-NUM AND
              WS-CARD-EXP-MM >= WS-TODAY-MONTH-NUM) THEN
               MOVE 1 TO WS-CARD-OK
               MOVE CARD-ID TO WS-CARD-ID
           END-IF.
