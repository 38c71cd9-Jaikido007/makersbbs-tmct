       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-auction-bids.
      ******************************************************************
      *----SUB PROGRAM THAT RETURNS THE LAST EIGHT BIDS ON ONE---------*
      *----AUCTION LOT (FROM AUCTION-BIDS.DAT, NEWEST LAST) FOR THE----*
      *----BID HISTORY SCREEN: WHO, HOW MUCH, WHEN, AND WHETHER THE----*
      *----BID WAS PLACED BY HAND OR BY THE BIDDER'S PROXY-------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-BIDS-FILE ASSIGN TO "auction-bids.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-BIDS-FILE.
           01 AB-ENTRY.
              05 AB-AUCTION-ID PIC 9(4).
              05 AB-BIDDER PIC X(16).
              05 AB-AMOUNT PIC 9(6).
              05 AB-STAMP PIC 9(12).
              05 AB-AUTO PIC X(1).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-SHIFT-IDX PIC 9.

           LINKAGE SECTION.
           01 LS-AUCTION-ID PIC 9(4).
           01 LS-BID-COUNT PIC 9.
           01 LS-BIDS.
               05 LS-BID-ENTRY OCCURS 8 TIMES.
                   10 LS-AB-BIDDER PIC X(16).
                   10 LS-AB-AMOUNT PIC 9(6).
                   10 LS-AB-STAMP PIC 9(12).
                   10 LS-AB-AUTO PIC X(1).

       PROCEDURE DIVISION USING LS-AUCTION-ID, LS-BID-COUNT, LS-BIDS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO LS-BID-COUNT.
           MOVE SPACES TO LS-BIDS.

           OPEN INPUT F-BIDS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BIDS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF AB-AUCTION-ID = LS-AUCTION-ID THEN
                           PERFORM KEEP-LATEST-EIGHT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BIDS-FILE.

           GOBACK.

      *>    THE FILE IS IN BID ORDER, SO ONCE THE TABLE IS FULL
      *>    EVERYTHING SHIFTS UP ONE AND THE NEWEST BID TAKES THE
      *>    BOTTOM SLOT -- THE SCREEN ALWAYS SHOWS THE LAST EIGHT.
       KEEP-LATEST-EIGHT.
           IF LS-BID-COUNT < 8 THEN
               ADD 1 TO LS-BID-COUNT
           ELSE
               MOVE 1 TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX = 8
                   MOVE LS-BID-ENTRY(WS-SHIFT-IDX + 1) TO
                     LS-BID-ENTRY(WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
           END-IF.
           MOVE AB-BIDDER TO LS-AB-BIDDER(LS-BID-COUNT).
           MOVE AB-AMOUNT TO LS-AB-AMOUNT(LS-BID-COUNT).
           MOVE AB-STAMP TO LS-AB-STAMP(LS-BID-COUNT).
           MOVE AB-AUTO TO LS-AB-AUTO(LS-BID-COUNT).
