       PROGRAM-ID. collect-instalments.
      ******************************************************************
      *----NIGHTLY STEP RUN FROM END-OF-DAY-BATCH. WORKS THE-----------*
      *----INSTALMENT-SCHEDULE.DAT ROWS THAT HAVE FALLEN DUE, QUEUING--*
      *----A CHARGE TO THE MEMBER'S DEFAULT SAVED CARD ON--------------*
      *----CARD-AUTH-REQUESTS.DAT FOR THE CARD PROCESSOR. THE ROW------*
      *----ONLY GOES TO "C" AND THE COLLECTION ONLY REACHES THE--------*
      *----LEDGER UNDER ITS OWN "N" ENTRY TYPE (CARD MONEY, SO IT------*
      *----CARRIES A NET/VAT SPLIT LIKE A PURCHASE) WHEN---------------*
      *----APPLY-AUTH-RESPONSE SEES THE APPROVAL. A COLLECTION THAT----*
      *----CANNOT GO THROUGH (NO DEFAULT CARD, AN EXPIRED ONE, OR A----*
      *----DECLINE) FLIPS THE ROW TO ARREARS STATUS "A", WHICH---------*
      *----CHECK-ARREARS USES TO RESTRICT THE ACCOUNT; ARREARS ROWS----*
      *----ARE RETRIED EVERY NIGHT AND CLEAR THEMSELVES THE FIRST------*
      *----TIME THE PROCESSOR APPROVES THE CARD AGAIN.-----------------*
      *----ESCALATE-ARREARS TAKES THEM UP ITS LADDER MEANWHILE, AND----*
      *----ONCE A ROW IS HANDED TO THE COLLECTIONS AGENCY ("H", THEN---*
      *----"W" IF WRITTEN OFF) IT IS NO LONGER RETRIED HERE------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           01 WS-CARD-CIPHER PIC X(23).
           01 WS-CARD-OK PIC 9.
           01 WS-CARD-ID PIC 9(6).
           01 WS-AUTH-SOURCE PIC X(4) VALUE "INST".
           01 WS-AUTH-RESULT PIC X.
           01 WS-CARD-EXP-TXT PIC X(4).
           01 WS-CARD-EXP-MM PIC 9(2).
           01 WS-CARD-EXP-YY PIC 9(2).
           01 WS-CARD-EXP-FULL-YEAR PIC 9(4).

           01 WS-ZERO-CREDITS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 0200-TIME-AND-DATE.
       COLLECT-PROCESS.
           PERFORM CHECK-DEFAULT-CARD.

      *>    THE ROW STAYS AS IT IS UNTIL THE PROCESSOR ANSWERS; AN
      *>    ARREARS RETRY ALREADY OUT IS NOT RAISED A SECOND TIME.
           IF WS-CARD-OK = 1 THEN
               CALL "request-card-auth" USING WS-AUTH-SOURCE,
                   IS-USERNAME, WS-CARD-ID, IS-AMOUNT, IS-TARIFF,
                   WS-ZERO-CREDITS, IS-ID, WS-AUTH-RESULT
           ELSE
               IF IS-STATUS = "P" THEN
                   MOVE "A" TO IS-STATUS
             (WS-CARD-EXP-FULL-YEAR = WS-TODAY-YEAR-NUM AND
              WS-CARD-EXP-MM >= WS-TODAY-MONTH-NUM) THEN
               MOVE 1 TO WS-CARD-OK
               MOVE CARD-ID TO WS-CARD-ID
           END-IF.

       0200-TIME-AND-DATE.
