      ******************************************************************
      *----SUB PROGRAM THAT LISTS UP TO THREE CAMPAIGN SUBMISSIONS-----*
      *----STILL AWAITING APPROVAL IN ADV-PENDING.DAT FOR THE ADMIN----*
      *----APPROVAL SCREEN, WITH EACH ONE'S TARGETING AND THE CREDITS--*
      *----TO INVOICE IT AT -- THE STANDARD SPON RATE, OR THE PREMIUM--*
      *----SPTG RATE WHEN IT IS TARGETED-------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PENDING-FILE ASSIGN TO 'adv-pending.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
              05 AP-END-DATE PIC 9(8).
              05 AP-DAILY-BUDGET PIC 9(5).
              05 AP-STATUS PIC X(1).
              05 AP-TARGET-BOARD PIC X(10).
              05 AP-TARGET-LEVEL PIC X(3).
              05 AP-TARGET-LANG PIC X(2).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-TARIFF PIC X(4).

           LINKAGE SECTION.
           01 LS-PENDING-TABLE.
                 10 LS-PEND-ID PIC 9(4).
                 10 LS-PEND-USERNAME PIC X(16).
                 10 LS-PEND-TITLE PIC X(50).
                 10 LS-PEND-TARGET-BOARD PIC X(10).
                 10 LS-PEND-TARGET-LEVEL PIC X(3).
                 10 LS-PEND-TARGET-LANG PIC X(2).
      *>          CREDITS TO INVOICE AT TODAY'S CATALOGUE RATE
                 10 LS-PEND-RATE PIC 9(6).
           01 LS-PENDING-COUNT PIC 9.

       PROCEDURE DIVISION USING LS-PENDING-TABLE, LS-PENDING-COUNT.

           MOVE 0 TO LS-PENDING-COUNT.
           MOVE SPACES TO LS-PENDING-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT F-PENDING-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
                             LS-PEND-USERNAME(LS-PENDING-COUNT)
                           MOVE AP-TITLE TO
                             LS-PEND-TITLE(LS-PENDING-COUNT)
                           PERFORM QUOTE-PENDING-CAMPAIGN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PENDING-FILE.

           GOBACK.

      *>    ANY ONE TARGETING CRITERION MAKES IT A PREMIUM BOOKING.
       QUOTE-PENDING-CAMPAIGN.
           MOVE AP-TARGET-BOARD TO
             LS-PEND-TARGET-BOARD(LS-PENDING-COUNT).
           MOVE AP-TARGET-LEVEL TO
             LS-PEND-TARGET-LEVEL(LS-PENDING-COUNT).
           MOVE AP-TARGET-LANG TO
             LS-PEND-TARGET-LANG(LS-PENDING-COUNT).
           IF AP-TARGET-BOARD = SPACES AND
              AP-TARGET-LEVEL = SPACES AND
              AP-TARGET-LANG = SPACES THEN
               MOVE "SPON" TO WS-TARIFF
           ELSE
               MOVE "SPTG" TO WS-TARIFF
           END-IF.
           CALL "get-campaign-rate" USING WS-TODAY, WS-TARIFF,
             LS-PEND-RATE(LS-PENDING-COUNT).
