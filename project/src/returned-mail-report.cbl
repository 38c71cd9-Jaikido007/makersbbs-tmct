       IDENTIFICATION DIVISION.
       PROGRAM-ID. returned-mail-report.
      ******************************************************************
      *----REPORT JOB LISTING THE POST THE MAILING HOUSE HAS SENT------*
      *----BACK UNDELIVERED, AS LOGGED TO RETURNED-MAIL.DAT BY---------*
      *----IMPORT-MAIL-RETURNS: RETURNS AND THE POSTAGE WASTED ON------*
      *----THEM BY REASON, FOR THE LAST 30 DAYS AND FOR EVERYTHING ON--*
      *----FILE, WITH THE COUNT OF MEMBER ADDRESSES STILL MARKED-------*
      *----UNVERIFIED, TO THE REPORT SPOOL-----------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RETURNED-MAIL-FILE ASSIGN TO
             "returned-mail.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-UNDELIVERABLE-FILE ASSIGN TO
             "undeliverable-addresses.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-RETURNED-MAIL-FILE.
           01 RM-ENTRY.
              05 RM-MAIL-ID PIC 9(6).
              05 RM-USERNAME PIC X(16).
              05 RM-MAIL-TYPE PIC X(8).
              05 RM-ADDR-1 PIC X(30).
              05 RM-ADDR-2 PIC X(30).
              05 RM-POSTCODE PIC X(8).
              05 RM-REASON PIC X(1).
              05 RM-RETURN-DATE PIC 9(8).
              05 RM-IMPORT-DATE PIC 9(8).
              05 RM-POSTAGE PIC 9(4).

           FD F-UNDELIVERABLE-FILE.
           01 UA-ENTRY.
              05 UA-USERNAME PIC X(16).
              05 UA-ADDR-1 PIC X(30).
              05 UA-ADDR-2 PIC X(30).
              05 UA-POSTCODE PIC X(8).
              05 UA-REASON PIC X(1).
              05 UA-MAIL-ID PIC 9(6).
              05 UA-DATE PIC 9(8).
              05 UA-STATUS PIC X(1).
              05 UA-CLEARED PIC 9(8).

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
           01 WS-TODAY-INT PIC 9(7) COMP.
           01 WS-ROW-INT PIC 9(7) COMP.
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-UNVERIFIED-COUNT PIC 9(5) VALUE 0.

      *>    THE MAILING HOUSE'S RETURN REASONS, AS IMPORT-MAIL-RETURNS
      *>    ACCEPTS THEM.
           01 WS-REASON-VALUES.
              05 FILLER PIC X(23) VALUE "GGONE AWAY".
              05 FILLER PIC X(23) VALUE "UADDRESSEE UNKNOWN".
              05 FILLER PIC X(23) VALUE "NNO SUCH ADDRESS".
              05 FILLER PIC X(23) VALUE "IINSUFFICIENT ADDRESS".
              05 FILLER PIC X(23) VALUE "RREFUSED".
              05 FILLER PIC X(23) VALUE "OOTHER".
           01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
              05 WS-REASON-ENTRY OCCURS 6 TIMES.
                 10 WS-REASON-CODE PIC X(1).
                 10 WS-REASON-NAME PIC X(22).
           01 WS-REASON-COUNT PIC 9 VALUE 6.
           01 WS-REASON-IDX PIC 9.

           01 WS-TALLY-TABLE.
              05 WS-TALLY-ENTRY OCCURS 6 TIMES.
                 10 WS-TALLY-RECENT PIC 9(5).
                 10 WS-TALLY-RECENT-PENCE PIC 9(8).
                 10 WS-TALLY-ALL PIC 9(5).
                 10 WS-TALLY-ALL-PENCE PIC 9(8).
           01 WS-TOTAL-RECENT PIC 9(5).
           01 WS-TOTAL-RECENT-PENCE PIC 9(8).
           01 WS-TOTAL-ALL PIC 9(5).
           01 WS-TOTAL-ALL-PENCE PIC 9(8).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(26) VALUE "RETURNED MAIL BY REASON   ".
              05 WS-HL-DATE PIC 9(8).
           01 WS-COL-LINE-1.
              05 FILLER PIC X(24) VALUE SPACES.
              05 FILLER PIC X(22) VALUE "LAST 30 DAYS".
              05 FILLER PIC X(7) VALUE "ON FILE".
           01 WS-COL-LINE-2.
              05 FILLER PIC X(21) VALUE "REASON".
              05 FILLER PIC X(20) VALUE "RETURNS    POSTAGE".
              05 FILLER PIC X(18) VALUE "RETURNS    POSTAGE".
           01 WS-DETAIL-LINE.
              05 WS-DL-REASON PIC X(22).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-RECENT PIC ZZZZ9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-RECENT-POSTAGE PIC ZZZ,ZZ9.99.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-DL-ALL PIC ZZZZ9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-ALL-POSTAGE PIC ZZZ,ZZ9.99.
           01 WS-UNVERIFIED-LINE.
              05 FILLER PIC X(30) VALUE
                 "ADDRESSES STILL UNVERIFIED".
              05 WS-UL-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-UNVERIFIED-COUNT.
           INITIALIZE WS-TALLY-TABLE.
           MOVE 0 TO WS-TOTAL-RECENT.
           MOVE 0 TO WS-TOTAL-RECENT-PENCE.
           MOVE 0 TO WS-TOTAL-ALL.
           MOVE 0 TO WS-TOTAL-ALL-PENCE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RETURNED-MAIL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RETURNED-MAIL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM TALLY-ONE-RETURN
               END-READ
           END-PERFORM.
           CLOSE F-RETURNED-MAIL-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-UNDELIVERABLE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-UNDELIVERABLE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF UA-STATUS = "U" THEN
                           ADD 1 TO WS-UNVERIFIED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-UNDELIVERABLE-FILE.

           PERFORM COUNT-SPOOL.

           OPEN EXTEND F-SPOOL-FILE.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE-1 TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE-2 TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE 0 TO WS-REASON-IDX.
           PERFORM UNTIL WS-REASON-IDX = WS-REASON-COUNT
               ADD 1 TO WS-REASON-IDX
               MOVE WS-REASON-NAME(WS-REASON-IDX) TO WS-DL-REASON
               MOVE WS-TALLY-RECENT(WS-REASON-IDX) TO WS-DL-RECENT
               COMPUTE WS-DL-RECENT-POSTAGE =
                 WS-TALLY-RECENT-PENCE(WS-REASON-IDX) / 100
               MOVE WS-TALLY-ALL(WS-REASON-IDX) TO WS-DL-ALL
               COMPUTE WS-DL-ALL-POSTAGE =
                 WS-TALLY-ALL-PENCE(WS-REASON-IDX) / 100
               MOVE WS-DETAIL-LINE TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-PERFORM.

           MOVE "TOTAL POSTAGE WASTED" TO WS-DL-REASON.
           MOVE WS-TOTAL-RECENT TO WS-DL-RECENT.
           COMPUTE WS-DL-RECENT-POSTAGE = WS-TOTAL-RECENT-PENCE / 100.
           MOVE WS-TOTAL-ALL TO WS-DL-ALL.
           COMPUTE WS-DL-ALL-POSTAGE = WS-TOTAL-ALL-PENCE / 100.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE WS-UNVERIFIED-COUNT TO WS-UL-COUNT.
           MOVE WS-UNVERIFIED-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

           PERFORM WRITE-INDEX-ROW.

           GOBACK.

      *>    A RETURN WITH A REASON THE TABLE DOES NOT KNOW COUNTS AS
      *>    OTHER, SO THE TOTALS ALWAYS AGREE WITH THE FILE.
       TALLY-ONE-RETURN.
           MOVE 1 TO WS-REASON-IDX.
           PERFORM UNTIL WS-REASON-IDX = WS-REASON-COUNT OR
                         WS-REASON-CODE(WS-REASON-IDX) = RM-REASON
               ADD 1 TO WS-REASON-IDX
           END-PERFORM.

           ADD 1 TO WS-TALLY-ALL(WS-REASON-IDX).
           ADD RM-POSTAGE TO WS-TALLY-ALL-PENCE(WS-REASON-IDX).
           ADD 1 TO WS-TOTAL-ALL.
           ADD RM-POSTAGE TO WS-TOTAL-ALL-PENCE.

           COMPUTE WS-ROW-INT =
             FUNCTION INTEGER-OF-DATE(RM-IMPORT-DATE).
           IF WS-TODAY-INT - WS-ROW-INT < 30 THEN
               ADD 1 TO WS-TALLY-RECENT(WS-REASON-IDX)
               ADD RM-POSTAGE TO WS-TALLY-RECENT-PENCE(WS-REASON-IDX)
               ADD 1 TO WS-TOTAL-RECENT
               ADD RM-POSTAGE TO WS-TOTAL-RECENT-PENCE
           END-IF.

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
           MOVE "RETURNED MAIL" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
