       IDENTIFICATION DIVISION.
       PROGRAM-ID. cash-up-report.
      ******************************************************************
      *----STANDALONE REPORT JOB, RUN DAILY FROM RUN-REPORT-SCHEDULE---*
      *----AND ON DEMAND FROM THE BACK OFFICE TILL SCREEN. FOR THE-----*
      *----DAY ASKED FOR (ZERO MEANS TODAY) IT LISTS EVERY COUNTER-----*
      *----TILL SESSION CASHED UP THAT DAY FROM TILL-SESSIONS.DAT------*
      *----WITH ITS FLOAT, CASH TOP-UPS TAKEN, THE CASH EXPECTED IN----*
      *----THE DRAWER AGAINST THE CASH COUNTED, AND THE OVER OR SHORT,-*
      *----THEN THE SAME FIGURES ROLLED UP BY OPERATOR. SESSIONS-------*
      *----STILL OPEN ARE LISTED TOO, WITHOUT A COUNT, SO A TILL-------*
      *----NOBODY CASHED UP CANNOT SLIP BY UNNOTICED-------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-TILL-FILE ASSIGN TO "till-sessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-TILL-FILE.
           01 TS-ENTRY.
              05 TS-SESSION-ID PIC 9(6).
              05 TS-OPERATOR PIC X(16).
              05 TS-STATUS PIC X(1).
              05 TS-OPEN-DATE PIC 9(8).
              05 TS-OPEN-TIME PIC 9(4).
              05 TS-FLOAT PIC 9(6).
              05 TS-TAKINGS PIC 9(6).
              05 TS-TOPUPS PIC 9(4).
              05 TS-COUNTED PIC 9(6).
              05 TS-CLOSE-DATE PIC 9(8).
              05 TS-CLOSE-TIME PIC 9(4).

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
           01 WS-REPORT-DATE PIC 9(8).
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-PAGE-NO PIC 9(3) VALUE 1.
           01 WS-PAGE-LINES PIC 9(3) VALUE 0.

           01 WS-EXPECTED PIC 9(7).
           01 WS-VARIANCE PIC S9(7).
           01 WS-CLOSED-COUNT PIC 9(6) VALUE 0.
           01 WS-OPEN-COUNT PIC 9(6) VALUE 0.
           01 WS-TOTAL-EXPECTED PIC 9(9) VALUE 0.
           01 WS-TOTAL-COUNTED PIC 9(9) VALUE 0.
           01 WS-TOTAL-VARIANCE PIC S9(9) VALUE 0.

      *>    ONE ROW PER OPERATOR WHO CASHED UP ON THE DAY.
           01 WS-OPERATOR-COUNT PIC 9(3) VALUE 0.
           01 WS-OPERATORS.
               05 WS-OPERATOR-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-OPERATOR-COUNT.
                   10 WS-OP-USER PIC X(16).
                   10 WS-OP-SESSIONS PIC 9(6).
                   10 WS-OP-TOPUPS PIC 9(6).
                   10 WS-OP-EXPECTED PIC 9(9).
                   10 WS-OP-COUNTED PIC 9(9).
                   10 WS-OP-VARIANCE PIC S9(9).
           01 WS-OPERATOR-IDX PIC 9(3).
           01 WS-OPERATOR-HIT PIC 9(3).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(24) VALUE "TILL CASH-UP            ".
              05 WS-HL-DATE PIC 9(8).
              05 FILLER PIC X(8) VALUE "  DAY   ".
              05 WS-HL-REPORT-DATE PIC 9(8).
              05 FILLER PIC X(20) VALUE SPACES.
              05 FILLER PIC X(5) VALUE "PAGE ".
              05 WS-HL-PAGE PIC ZZ9.
           01 WS-COL-LINE PIC X(80) VALUE
             "SESSN  OPERATOR         OPEN CLSE TOPS  FLOAT TAKINGS EXPE
      -      "CTD COUNTED OVR/SHRT".
           01 WS-DETAIL-LINE.
              05 WS-DL-SESSION PIC Z(5)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-OPERATOR PIC X(16).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-OPENED PIC 9(4).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-CLOSED PIC X(4).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-TOPUPS PIC Z(3)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-FLOAT PIC Z(5)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-TAKINGS PIC Z(6)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-EXPECTED PIC Z(6)9.
              05 WS-DL-COUNT-PART.
                 10 FILLER PIC X(1) VALUE SPACES.
                 10 WS-DL-COUNTED PIC Z(6)9.
                 10 FILLER PIC X(1) VALUE SPACES.
                 10 WS-DL-VARIANCE PIC -(7)9.
           01 WS-OP-COL-LINE PIC X(80) VALUE
             "OPERATOR          SESSIONS TOP-UPS   EXPECTED    COUNTED  
      -      "OVER/SHORT".
           01 WS-OP-LINE.
              05 WS-OL-USER PIC X(16).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-OL-SESSIONS PIC Z(7)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-OL-TOPUPS PIC Z(6)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-OL-EXPECTED PIC Z(9)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-OL-COUNTED PIC Z(9)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-OL-VARIANCE PIC -(10)9.
           01 WS-SUMMARY-LINE.
              05 WS-SM-LABEL PIC X(30).
              05 WS-SM-AMOUNT PIC -(9)9.

           LINKAGE SECTION.
      *>    THE DAY TO CASH UP (YYYYMMDD); ZERO MEANS TODAY.
           01 LS-CASHUP-DATE PIC 9(8).

       PROCEDURE DIVISION USING LS-CASHUP-DATE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 1 TO WS-PAGE-NO.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE 0 TO WS-CLOSED-COUNT.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-TOTAL-EXPECTED.
           MOVE 0 TO WS-TOTAL-COUNTED.
           MOVE 0 TO WS-TOTAL-VARIANCE.
           MOVE 0 TO WS-OPERATOR-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF LS-CASHUP-DATE = 0 THEN
               MOVE WS-TODAY TO WS-REPORT-DATE
           ELSE
               MOVE LS-CASHUP-DATE TO WS-REPORT-DATE
           END-IF.

           PERFORM COUNT-SPOOL.
           OPEN EXTEND F-SPOOL-FILE.
           PERFORM WRITE-PAGE-HEADING.
           MOVE "SESSIONS" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           OPEN INPUT F-TILL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TILL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF TS-STATUS = "C" AND
                          TS-CLOSE-DATE = WS-REPORT-DATE THEN
                           PERFORM REPORT-CLOSED-SESSION
                       END-IF
                       IF TS-STATUS = "O" AND
                          TS-OPEN-DATE <= WS-REPORT-DATE THEN
                           PERFORM REPORT-OPEN-SESSION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TILL-FILE.

           PERFORM WRITE-OPERATOR-TOTALS.
           PERFORM WRITE-DAY-TOTALS.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.
           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       REPORT-CLOSED-SESSION.
           COMPUTE WS-EXPECTED = TS-FLOAT + TS-TAKINGS.
           COMPUTE WS-VARIANCE = TS-COUNTED - WS-EXPECTED.
           ADD 1 TO WS-CLOSED-COUNT.
           ADD WS-EXPECTED TO WS-TOTAL-EXPECTED.
           ADD TS-COUNTED TO WS-TOTAL-COUNTED.
           ADD WS-VARIANCE TO WS-TOTAL-VARIANCE.

           PERFORM FILL-DETAIL-LINE.
           MOVE TS-CLOSE-TIME TO WS-DL-CLOSED.
           MOVE TS-COUNTED TO WS-DL-COUNTED.
           MOVE WS-VARIANCE TO WS-DL-VARIANCE.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-DETAIL-ROW.

           PERFORM FIND-OPERATOR.
           IF WS-OPERATOR-HIT > 0 THEN
               ADD 1 TO WS-OP-SESSIONS(WS-OPERATOR-HIT)
               ADD TS-TOPUPS TO WS-OP-TOPUPS(WS-OPERATOR-HIT)
               ADD WS-EXPECTED TO WS-OP-EXPECTED(WS-OPERATOR-HIT)
               ADD TS-COUNTED TO WS-OP-COUNTED(WS-OPERATOR-HIT)
               ADD WS-VARIANCE TO WS-OP-VARIANCE(WS-OPERATOR-HIT)
           END-IF.

      *>    NOTHING HAS BEEN COUNTED YET, SO THE COUNT AND THE OVER OR
      *>    SHORT ARE LEFT BLANK RATHER THAN SHOWING A FALSE SHORTAGE.
       REPORT-OPEN-SESSION.
           COMPUTE WS-EXPECTED = TS-FLOAT + TS-TAKINGS.
           ADD 1 TO WS-OPEN-COUNT.
           PERFORM FILL-DETAIL-LINE.
           MOVE "OPEN" TO WS-DL-CLOSED.
           MOVE SPACES TO WS-DL-COUNT-PART.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-DETAIL-ROW.

       FILL-DETAIL-LINE.
           MOVE TS-SESSION-ID TO WS-DL-SESSION.
           MOVE TS-OPERATOR TO WS-DL-OPERATOR.
           MOVE TS-OPEN-TIME TO WS-DL-OPENED.
           MOVE TS-TOPUPS TO WS-DL-TOPUPS.
           MOVE TS-FLOAT TO WS-DL-FLOAT.
           MOVE TS-TAKINGS TO WS-DL-TAKINGS.
           MOVE WS-EXPECTED TO WS-DL-EXPECTED.

       FIND-OPERATOR.
           MOVE 0 TO WS-OPERATOR-HIT.
           MOVE 0 TO WS-OPERATOR-IDX.
           PERFORM UNTIL WS-OPERATOR-IDX = WS-OPERATOR-COUNT
                      OR WS-OPERATOR-HIT > 0
               ADD 1 TO WS-OPERATOR-IDX
               IF WS-OP-USER(WS-OPERATOR-IDX) = TS-OPERATOR THEN
                   MOVE WS-OPERATOR-IDX TO WS-OPERATOR-HIT
               END-IF
           END-PERFORM.
           IF WS-OPERATOR-HIT = 0 AND WS-OPERATOR-COUNT < 999 THEN
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-OPERATOR-COUNT TO WS-OPERATOR-HIT
               MOVE TS-OPERATOR TO WS-OP-USER(WS-OPERATOR-HIT)
               MOVE 0 TO WS-OP-SESSIONS(WS-OPERATOR-HIT)
               MOVE 0 TO WS-OP-TOPUPS(WS-OPERATOR-HIT)
               MOVE 0 TO WS-OP-EXPECTED(WS-OPERATOR-HIT)
               MOVE 0 TO WS-OP-COUNTED(WS-OPERATOR-HIT)
               MOVE 0 TO WS-OP-VARIANCE(WS-OPERATOR-HIT)
           END-IF.

       WRITE-OPERATOR-TOTALS.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "BY OPERATOR" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-OP-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-OPERATOR-IDX.
           PERFORM UNTIL WS-OPERATOR-IDX = WS-OPERATOR-COUNT
               ADD 1 TO WS-OPERATOR-IDX
               MOVE WS-OP-USER(WS-OPERATOR-IDX) TO WS-OL-USER
               MOVE WS-OP-SESSIONS(WS-OPERATOR-IDX) TO WS-OL-SESSIONS
               MOVE WS-OP-TOPUPS(WS-OPERATOR-IDX) TO WS-OL-TOPUPS
               MOVE WS-OP-EXPECTED(WS-OPERATOR-IDX) TO WS-OL-EXPECTED
               MOVE WS-OP-COUNTED(WS-OPERATOR-IDX) TO WS-OL-COUNTED
               MOVE WS-OP-VARIANCE(WS-OPERATOR-IDX) TO WS-OL-VARIANCE
               MOVE WS-OP-LINE TO SP-LINE
               PERFORM WRITE-DETAIL-ROW
           END-PERFORM.

       WRITE-DAY-TOTALS.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "SESSIONS CASHED UP            " TO WS-SM-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "SESSIONS STILL OPEN           " TO WS-SM-LABEL.
           MOVE WS-OPEN-COUNT TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "CASH EXPECTED                 " TO WS-SM-LABEL.
           MOVE WS-TOTAL-EXPECTED TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "CASH COUNTED                  " TO WS-SM-LABEL.
           MOVE WS-TOTAL-COUNTED TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "OVER (+) / SHORT (-)          " TO WS-SM-LABEL.
           MOVE WS-TOTAL-VARIANCE TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-DETAIL-ROW.
           IF WS-PAGE-LINES > 55 THEN
               ADD 1 TO WS-PAGE-NO
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           PERFORM WRITE-SPOOL-LINE.

      *>    THE HEADING GOES OUT THROUGH ITS OWN LINE SO A PAGE
      *>    BREAK NEVER DROPS THE DETAIL ROW WAITING IN SP-LINE.
       WRITE-PAGE-HEADING.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-REPORT-DATE TO WS-HL-REPORT-DATE.
           MOVE WS-PAGE-NO TO WS-HL-PAGE.
           WRITE SP-LINE FROM WS-HEAD-LINE.
           ADD 1 TO WS-LINES-WRITTEN.
           MOVE 1 TO WS-PAGE-LINES.

       WRITE-SPOOL-LINE.
           WRITE SP-LINE.
           ADD 1 TO WS-LINES-WRITTEN.
           ADD 1 TO WS-PAGE-LINES.

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
           MOVE 0 TO WS-FILE-IS-ENDED.

       WRITE-INDEX-ROW.
           OPEN EXTEND F-INDEX-FILE.
           MOVE WS-NEXT-ID TO SPX-ID.
           MOVE WS-TODAY TO SPX-DATE.
           MOVE "TILL CASH-UP" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
