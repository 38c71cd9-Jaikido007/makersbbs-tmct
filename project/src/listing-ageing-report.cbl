       IDENTIFICATION DIVISION.
       PROGRAM-ID. listing-ageing-report.
      ******************************************************************
      *----REPORT JOB SHOWING HOW LONG MARKETPLACE LISTINGS TAKE TO----*
      *----SELL, BY PRICE BAND: FOR EACH BAND THE NUMBER SOLD, THE-----*
      *----AVERAGE AND LONGEST DAYS FROM FIRST LISTING TO THE BUYER----*
      *----PAYING INTO ESCROW, AND HOW MANY ARE STILL OPEN OR HAVE-----*
      *----EXPIRED UNSOLD. SALES MADE BEFORE LISTING DATES WERE KEPT---*
      *----COUNT AS SOLD BUT ARE LEFT OUT OF THE DAY FIGURES.----------*
      *----REFUNDED SALES ARE NOT COUNTED------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-LISTINGS-FILE ASSIGN TO
             'market-listings.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-LISTINGS-FILE.
           01 ML-ENTRY.
              05 ML-ID PIC 9(4).
              05 ML-SELLER PIC X(16).
              05 ML-ITEM PIC X(50).
              05 ML-PRICE PIC 9(6).
              05 ML-STATUS PIC X(1).
              05 ML-BUYER PIC X(16).
              05 ML-LISTED-DATE PIC 9(8).
              05 ML-EXPIRY-DATE PIC 9(8).
              05 ML-SOLD-DATE PIC 9(8).

           FD F-SPOOL-FILE.
           01 SP-LINE PIC X(80).

           FD F-INDEX-FILE.
           01 SPX-ENTRY.
              05 SPX-ID PIC 9(4).
              05 SPX-DATE PIC 9(8).
              05 SPX-TITLE PIC X(20).
              05 SPX-START-LINE PIC 9(6).
              05 SPX-LINE-COUNT PIC 9(4).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-DAYS PIC 9(5).

      *>    THE PRICE BANDS, BY THEIR TOP PRICE IN CREDITS. THE LAST
      *>    BAND CATCHES EVERYTHING ABOVE THE ONE BEFORE IT.
           01 WS-BAND-VALUES.
              05 FILLER PIC X(21) VALUE "000099     1 -     99".
              05 FILLER PIC X(21) VALUE "000499   100 -    499".
              05 FILLER PIC X(21) VALUE "000999   500 -    999".
              05 FILLER PIC X(21) VALUE "004999  1000 -   4999".
              05 FILLER PIC X(21) VALUE "999999  5000 AND OVER".
           01 WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
              05 WS-BAND-ENTRY OCCURS 5 TIMES.
                 10 WS-BAND-TOP PIC 9(6).
                 10 WS-BAND-LABEL PIC X(15).
           01 WS-BAND-TALLIES.
              05 WS-BAND-TALLY OCCURS 5 TIMES.
                 10 WS-BT-SOLD PIC 9(5).
                 10 WS-BT-TIMED PIC 9(5).
                 10 WS-BT-DAYS PIC 9(9).
                 10 WS-BT-LONGEST PIC 9(5).
                 10 WS-BT-OPEN PIC 9(5).
                 10 WS-BT-EXPIRED PIC 9(5).
           01 WS-BAND-IDX PIC 9.
           01 WS-BAND PIC 9.

           01 WS-HEAD-LINE.
              05 FILLER PIC X(26) VALUE "MARKETPLACE LISTING AGEING".
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-HL-DATE PIC 9(8).
           01 WS-COL-LINE.
              05 FILLER PIC X(24) VALUE "PRICE BAND        SOLD  ".
              05 FILLER PIC X(33) VALUE
                "AVG DAYS  LONGEST   OPEN  EXPIRED".
           01 WS-DETAIL-LINE.
              05 WS-DL-BAND PIC X(15).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-SOLD PIC ZZZZ9.
              05 FILLER PIC X(5) VALUE SPACES.
              05 WS-DL-AVG PIC ZZZZ9.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-DL-LONGEST PIC ZZZZ9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-OPEN PIC ZZZZ9.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-DL-EXPIRED PIC ZZZZ9.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           INITIALIZE WS-BAND-TALLIES.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT F-LISTINGS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LISTINGS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM TALLY-ONE-LISTING
               END-READ
           END-PERFORM.
           CLOSE F-LISTINGS-FILE.

           PERFORM COUNT-SPOOL.

           OPEN EXTEND F-SPOOL-FILE.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE 0 TO WS-BAND-IDX.
           PERFORM UNTIL WS-BAND-IDX = 5
               ADD 1 TO WS-BAND-IDX
               MOVE WS-BAND-LABEL(WS-BAND-IDX) TO WS-DL-BAND
               MOVE WS-BT-SOLD(WS-BAND-IDX) TO WS-DL-SOLD
               IF WS-BT-TIMED(WS-BAND-IDX) > 0 THEN
                   COMPUTE WS-DL-AVG ROUNDED =
                     WS-BT-DAYS(WS-BAND-IDX) /
                     WS-BT-TIMED(WS-BAND-IDX)
               ELSE
                   MOVE 0 TO WS-DL-AVG
               END-IF
               MOVE WS-BT-LONGEST(WS-BAND-IDX) TO WS-DL-LONGEST
               MOVE WS-BT-OPEN(WS-BAND-IDX) TO WS-DL-OPEN
               MOVE WS-BT-EXPIRED(WS-BAND-IDX) TO WS-DL-EXPIRED
               MOVE WS-DETAIL-LINE TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-PERFORM.

           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       TALLY-ONE-LISTING.
           MOVE 0 TO WS-BAND.
           MOVE 0 TO WS-BAND-IDX.
           PERFORM UNTIL WS-BAND > 0 OR WS-BAND-IDX = 5
               ADD 1 TO WS-BAND-IDX
               IF ML-PRICE <= WS-BAND-TOP(WS-BAND-IDX) THEN
                   MOVE WS-BAND-IDX TO WS-BAND
               END-IF
           END-PERFORM.
           IF WS-BAND = 0 THEN
               MOVE 5 TO WS-BAND
           END-IF.

           EVALUATE ML-STATUS
               WHEN "O"
                   ADD 1 TO WS-BT-OPEN(WS-BAND)
               WHEN "T"
                   ADD 1 TO WS-BT-EXPIRED(WS-BAND)
               WHEN "E"
               WHEN "D"
               WHEN "C"
                   ADD 1 TO WS-BT-SOLD(WS-BAND)
                   IF ML-LISTED-DATE IS NUMERIC AND
                      ML-LISTED-DATE > 0 AND
                      ML-SOLD-DATE IS NUMERIC AND
                      ML-SOLD-DATE >= ML-LISTED-DATE THEN
                       COMPUTE WS-DAYS =
                         FUNCTION INTEGER-OF-DATE(ML-SOLD-DATE) -
                         FUNCTION INTEGER-OF-DATE(ML-LISTED-DATE)
                       ADD 1 TO WS-BT-TIMED(WS-BAND)
                       ADD WS-DAYS TO WS-BT-DAYS(WS-BAND)
                       IF WS-DAYS > WS-BT-LONGEST(WS-BAND) THEN
                           MOVE WS-DAYS TO WS-BT-LONGEST(WS-BAND)
                       END-IF
                   END-IF
           END-EVALUATE.

       WRITE-SPOOL-LINE.
           WRITE SP-LINE.
           ADD 1 TO WS-LINES-WRITTEN.

       COUNT-SPOOL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SPOOL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SPOOL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END ADD 1 TO WS-START-LINE
               END-READ
           END-PERFORM.
           CLOSE F-SPOOL-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INDEX-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INDEX-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SPX-ID > WS-NEXT-ID THEN
                           MOVE SPX-ID TO WS-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-INDEX-FILE.
           ADD 1 TO WS-NEXT-ID.

       WRITE-INDEX-ROW.
           OPEN EXTEND F-INDEX-FILE.
           MOVE WS-NEXT-ID TO SPX-ID.
           MOVE WS-TODAY TO SPX-DATE.
           MOVE "LISTING AGEING" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
