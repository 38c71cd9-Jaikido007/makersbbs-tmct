       IDENTIFICATION DIVISION.
       PROGRAM-ID. year-end-reopen.
      ******************************************************************
      *----SUB PROGRAM BEHIND THE BACK-OFFICE YEAR-END RE-OPEN, THE----*
      *----ONLY WAY A YEAR-END CLOSE IS UNDONE. GIVEN ANY PERIOD OF A--*
      *----CLOSED FINANCIAL YEAR AND THE ADMIN'S REASON, EVERY---------*
      *----CLOSING JOURNAL LEG YEAR-END-CLOSE POSTED FOR THAT YEAR IS--*
      *----POSTED BACK ON THE OPPOSITE SIDE (SAME DATE, TYPE 3, SAME---*
      *----TRANS-ID), THE JOURNAL AND CARRIED OPENING BALANCES ON------*
      *----YEAR-END-JOURNAL.DAT ARE VOIDED, AND THE--------------------*
      *----YEAR-END-CONTROL.DAT ROW IS MARKED RE-OPENED WITH WHO,------*
      *----WHEN AND WHY. THE REVERSAL IS PRINTED TO THE REPORT SPOOL.--*
      *----THE YEAR'S PERIODS STAY CLOSED IN PERIOD-CONTROL.DAT, SO----*
      *----THE FILED VAT SNAPSHOTS ARE NOT DISTURBED; THE YEAR IS------*
      *----CLOSED AGAIN ONCE WHATEVER WAS WRONG WITH THE CLOSE---------*
      *----(TYPICALLY A MIS-GROUPED ACCOUNT ON ACCOUNT-GROUPS.DAT)-----*
      *----HAS BEEN PUT RIGHT. RESULT: Y RE-OPENED, N YEAR IS NOT------*
      *----CLOSED, M NO REASON GIVEN-----------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-GL-FILE ASSIGN TO "general-ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-YEAR-FILE ASSIGN TO "year-end-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-YJ-FILE ASSIGN TO "year-end-journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-GL-FILE.
           01 GL-ENTRY.
              05 GL-DATE PIC 9(8).
              05 GL-ACCOUNT PIC 9(4).
              05 GL-SIDE PIC X(1).
              05 GL-AMOUNT PIC 9(6).
              05 GL-ENTRY-TYPE PIC X(1).
              05 GL-TRANS-ID PIC 9(6).

           FD F-YEAR-FILE.
           01 YC-ENTRY.
              05 YC-YEAR-START PIC 9(6).
              05 YC-YEAR-END PIC 9(6).
              05 YC-STATUS PIC X(1).
              05 YC-CLOSED-DATE PIC 9(8).
              05 YC-CLOSED-BY PIC X(16).
              05 YC-REOPEN-BY PIC X(16).
              05 YC-REOPEN-REASON PIC X(40).
              05 YC-REOPEN-DATE PIC 9(8).

           FD F-YJ-FILE.
           01 YJ-ENTRY.
              05 YJ-YEAR-START PIC 9(6).
              05 YJ-KIND PIC X(1).
              05 YJ-ACCOUNT PIC 9(4).
              05 YJ-SIDE PIC X(1).
              05 YJ-AMOUNT PIC 9(10).
              05 YJ-STATUS PIC X(1).

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
           01 WS-YEAR-FOUND PIC 9 VALUE 0.
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-PAGE-NO PIC 9(3) VALUE 1.
           01 WS-PAGE-LINES PIC 9(3) VALUE 0.

           01 WS-YS-PERIOD PIC 9(6).
           01 WS-YE.
              05 WS-YE-YEAR PIC 9(4).
              05 WS-YE-MONTH PIC 9(2).
           01 WS-YE-PERIOD REDEFINES WS-YE PIC 9(6).
           01 WS-NS.
              05 WS-NS-YEAR PIC 9(4).
              05 WS-NS-MONTH PIC 9(2).
           01 WS-NS-PERIOD REDEFINES WS-NS PIC 9(6).
           01 WS-NS-FIRST-DAY PIC 9(8).
           01 WS-YE-DATE PIC 9(8).

      *>    THE REVERSING LEGS, KEPT FOR THE PRINTOUT.
           01 WS-LEG-COUNT PIC 9(3) VALUE 0.
           01 WS-LEGS.
               05 WS-LEG-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-LEG-COUNT.
                   10 WS-LG-ACCOUNT PIC 9(4).
                   10 WS-LG-SIDE PIC X(1).
                   10 WS-LG-AMOUNT PIC 9(10).
           01 WS-LEG-IDX PIC 9(3).
           01 WS-LEG-LEFT PIC 9(10).
           01 WS-TOTAL-DEBITS PIC 9(10).
           01 WS-TOTAL-CREDITS PIC 9(10).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(16) VALUE "YEAR END REOPEN ".
              05 FILLER PIC X(5) VALUE "YEAR ".
              05 WS-HL-FROM PIC 9(6).
              05 FILLER PIC X(4) VALUE " TO ".
              05 WS-HL-TO PIC 9(6).
              05 FILLER PIC X(3) VALUE SPACES.
              05 FILLER PIC X(4) VALUE "RUN ".
              05 WS-HL-DATE PIC 9(8).
              05 FILLER PIC X(20) VALUE SPACES.
              05 FILLER PIC X(5) VALUE "PAGE ".
              05 WS-HL-PAGE PIC ZZ9.
           01 WS-COL-LINE.
              05 FILLER PIC X(32) VALUE "ACCOUNT".
              05 FILLER PIC X(10) VALUE "     DEBIT".
              05 FILLER PIC X(3) VALUE SPACES.
              05 FILLER PIC X(10) VALUE "    CREDIT".
           01 WS-DETAIL-LINE.
              05 WS-DL-ACCOUNT PIC X(4).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-NAME PIC X(24).
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-DL-DEBIT PIC Z(9)9.
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-DL-CREDIT PIC Z(9)9.

           LINKAGE SECTION.
           01 LS-PERIOD PIC 9(6).
           01 LS-REOPEN-BY PIC X(16).
           01 LS-REASON PIC X(40).
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-PERIOD, LS-REOPEN-BY, LS-REASON,
           LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-YEAR-FOUND.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 1 TO WS-PAGE-NO.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE 0 TO WS-LEG-COUNT.

           IF LS-REASON = SPACES OR LS-REASON = LOW-VALUES THEN
               MOVE "M" TO LS-RESULT
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O F-YEAR-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-YEAR-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF YC-STATUS = "C" AND
                          LS-PERIOD >= YC-YEAR-START AND
                          LS-PERIOD <= YC-YEAR-END THEN
                           MOVE 1 TO WS-YEAR-FOUND
                           MOVE YC-YEAR-START TO WS-YS-PERIOD
                           MOVE YC-YEAR-END TO WS-YE-PERIOD
                           MOVE "R" TO YC-STATUS
                           MOVE WS-TODAY TO YC-REOPEN-DATE
                           MOVE LS-REOPEN-BY TO YC-REOPEN-BY
                           MOVE LS-REASON TO YC-REOPEN-REASON
                           REWRITE YC-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-YEAR-FILE.

           IF WS-YEAR-FOUND = 0 THEN
               MOVE "N" TO LS-RESULT
               GOBACK
           END-IF.

      *>    THE REVERSAL GOES ON THE SAME YEAR-END DATE AS THE CLOSE.
           MOVE WS-YE-PERIOD TO WS-NS-PERIOD.
           IF WS-NS-MONTH = 12 THEN
               ADD 1 TO WS-NS-YEAR
               MOVE 1 TO WS-NS-MONTH
           ELSE
               ADD 1 TO WS-NS-MONTH
           END-IF.
           COMPUTE WS-NS-FIRST-DAY = WS-NS-PERIOD * 100 + 1.
           COMPUTE WS-YE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NS-FIRST-DAY) - 1).

           PERFORM REVERSE-JOURNAL.
           PERFORM COUNT-SPOOL.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-INDEX-ROW.

           MOVE "Y" TO LS-RESULT.

           GOBACK.

       REVERSE-JOURNAL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-YJ-FILE.
           OPEN EXTEND F-GL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-YJ-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF YJ-YEAR-START = WS-YS-PERIOD AND
                          YJ-STATUS = "A" THEN
                           IF YJ-KIND = "C" THEN
                               PERFORM REVERSE-ONE-LEG
                           END-IF
                           MOVE "V" TO YJ-STATUS
                           REWRITE YJ-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GL-FILE.
           CLOSE F-YJ-FILE.

       REVERSE-ONE-LEG.
           MOVE YJ-ACCOUNT TO GL-ACCOUNT.
           IF YJ-SIDE = "D" THEN
               MOVE "C" TO GL-SIDE
           ELSE
               MOVE "D" TO GL-SIDE
           END-IF.
           IF WS-LEG-COUNT < 999 THEN
               ADD 1 TO WS-LEG-COUNT
               MOVE YJ-ACCOUNT TO WS-LG-ACCOUNT(WS-LEG-COUNT)
               MOVE GL-SIDE TO WS-LG-SIDE(WS-LEG-COUNT)
               MOVE YJ-AMOUNT TO WS-LG-AMOUNT(WS-LEG-COUNT)
           END-IF.

      *>    SIX-DIGIT GL-AMOUNT: LARGE LEGS GO ACROSS IN PIECES, AS
      *>    THEY DID WHEN YEAR-END-CLOSE POSTED THEM.
           MOVE YJ-AMOUNT TO WS-LEG-LEFT.
           PERFORM UNTIL WS-LEG-LEFT = 0
               MOVE WS-YE-DATE TO GL-DATE
               IF WS-LEG-LEFT > 999999 THEN
                   MOVE 999999 TO GL-AMOUNT
               ELSE
                   MOVE WS-LEG-LEFT TO GL-AMOUNT
               END-IF
               MOVE "3" TO GL-ENTRY-TYPE
               MOVE WS-YE-PERIOD TO GL-TRANS-ID
               WRITE GL-ENTRY
               SUBTRACT GL-AMOUNT FROM WS-LEG-LEFT
           END-PERFORM.

       WRITE-REPORT.
           OPEN EXTEND F-SPOOL-FILE.
           PERFORM WRITE-PAGE-HEADING.

           MOVE SPACES TO SP-LINE.
           STRING "RE-OPENED BY " DELIMITED BY SIZE
               LS-REOPEN-BY DELIMITED BY SPACE
               " - REVERSAL POSTED " DELIMITED BY SIZE
               WS-YE-DATE DELIMITED BY SIZE
               " AS TYPE 3" DELIMITED BY SIZE
               INTO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           STRING "REASON: " DELIMITED BY SIZE
               LS-REASON DELIMITED BY SIZE
               INTO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE 0 TO WS-TOTAL-DEBITS.
           MOVE 0 TO WS-TOTAL-CREDITS.
           MOVE 0 TO WS-LEG-IDX.
           PERFORM UNTIL WS-LEG-IDX = WS-LEG-COUNT
               ADD 1 TO WS-LEG-IDX
               IF WS-PAGE-LINES > 55 THEN
                   ADD 1 TO WS-PAGE-NO
                   PERFORM WRITE-PAGE-HEADING
               END-IF
               MOVE WS-LG-ACCOUNT(WS-LEG-IDX) TO WS-DL-ACCOUNT
               MOVE SPACES TO WS-DL-NAME
               MOVE 0 TO WS-DL-DEBIT
               MOVE 0 TO WS-DL-CREDIT
               IF WS-LG-SIDE(WS-LEG-IDX) = "D" THEN
                   MOVE WS-LG-AMOUNT(WS-LEG-IDX) TO WS-DL-DEBIT
                   ADD WS-LG-AMOUNT(WS-LEG-IDX) TO WS-TOTAL-DEBITS
               ELSE
                   MOVE WS-LG-AMOUNT(WS-LEG-IDX) TO WS-DL-CREDIT
                   ADD WS-LG-AMOUNT(WS-LEG-IDX) TO WS-TOTAL-CREDITS
               END-IF
               MOVE WS-DETAIL-LINE TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-PERFORM.

           MOVE SPACES TO WS-DL-ACCOUNT.
           MOVE "TOTALS" TO WS-DL-NAME.
           MOVE WS-TOTAL-DEBITS TO WS-DL-DEBIT.
           MOVE WS-TOTAL-CREDITS TO WS-DL-CREDIT.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

       WRITE-PAGE-HEADING.
           MOVE WS-YS-PERIOD TO WS-HL-FROM.
           MOVE WS-YE-PERIOD TO WS-HL-TO.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-PAGE-NO TO WS-HL-PAGE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 3 TO WS-PAGE-LINES.

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

       WRITE-INDEX-ROW.
           OPEN EXTEND F-INDEX-FILE.
           MOVE WS-NEXT-ID TO SPX-ID.
           MOVE WS-TODAY TO SPX-DATE.
           MOVE "YEAR END REOPEN" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
