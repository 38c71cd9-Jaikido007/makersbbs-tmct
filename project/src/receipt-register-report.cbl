       IDENTIFICATION DIVISION.
       PROGRAM-ID. receipt-register-report.
      ******************************************************************
      *----SUB PROGRAM THAT LISTS EVERY VAT RECEIPT AND CREDIT NOTE----*
      *----IN VAT-DOCUMENTS.DAT TO THE REPORT SPOOL IN THE SAME SHAPE--*
      *----AS TRIAL-BALANCE-REPORT, AND PROVES EACH NUMBER SERIES IS---*
      *----UNBROKEN: A NUMBER THAT SKIPS AHEAD IS FLAGGED AS A GAP,----*
      *----ONE THAT REPEATS OR GOES BACKWARDS AS OUT OF SEQUENCE.------*
      *----TOTALS OF GROSS, NET AND VAT PER SERIES CLOSE THE REPORT----*
      *----FOR THE VAT INSPECTOR---------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-VAT-DOC-FILE ASSIGN TO "vat-documents.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-VAT-DOC-FILE.
           01 VD-ENTRY.
              05 VD-DOC-TYPE PIC X(1).
              05 VD-DOC-NO PIC 9(8).
              05 VD-DATE PIC 9(8).
              05 VD-TRANS-ID PIC 9(6).
              05 VD-USERNAME PIC X(16).
              05 VD-ENTRY-TYPE PIC X(1).
              05 VD-TARIFF PIC X(4).
              05 VD-GROSS PIC 9(6).
              05 VD-NET PIC 9(6)V99.
              05 VD-VAT PIC 9(6)V99.
              05 VD-ORIGINAL-NO PIC 9(8).

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
           01 WS-PAGE-NO PIC 9(3) VALUE 1.
           01 WS-PAGE-LINES PIC 9(3) VALUE 0.

      *>    ONE SLOT PER SERIES: (1) RECEIPTS, (2) CREDIT NOTES.
           01 WS-SERIES-TABLE.
               05 WS-SERIES-ENTRY OCCURS 2 TIMES.
                   10 WS-SR-LAST-NO PIC 9(8).
                   10 WS-SR-COUNT PIC 9(6).
                   10 WS-SR-GROSS PIC 9(9).
                   10 WS-SR-NET PIC 9(9)V99.
                   10 WS-SR-VAT PIC 9(9)V99.
           01 WS-SR-IDX PIC 9.
           01 WS-EXPECTED-NO PIC 9(8).
           01 WS-EXCEPTIONS PIC 9(6) VALUE 0.
           01 WS-HOLD-LINE PIC X(80).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(18) VALUE "RECEIPT REGISTER  ".
              05 WS-HL-DATE PIC 9(8).
              05 FILLER PIC X(42) VALUE SPACES.
              05 FILLER PIC X(5) VALUE "PAGE ".
              05 WS-HL-PAGE PIC ZZ9.
           01 WS-COL-LINE PIC X(80) VALUE
             "DOCUMENT     DATE     MEMBER              GROSS        NET
      -      "        VAT".
           01 WS-DETAIL-LINE.
              05 WS-DL-PREFIX PIC X(2).
              05 WS-DL-NO PIC 9(8).
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-DL-DATE PIC 9(8).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-USERNAME PIC X(16).
              05 WS-DL-GROSS PIC Z(6)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-NET PIC Z(6)9.99.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-VAT PIC Z(6)9.99.
           01 WS-GAP-LINE.
              05 FILLER PIC X(20) VALUE "*** GAP: MISSING    ".
              05 WS-GL-PREFIX-1 PIC X(2).
              05 WS-GL-FROM PIC 9(8).
              05 FILLER PIC X(4) VALUE " TO ".
              05 WS-GL-PREFIX-2 PIC X(2).
              05 WS-GL-TO PIC 9(8).
              05 FILLER PIC X(4) VALUE " ***".
           01 WS-SEQ-LINE.
              05 FILLER PIC X(28) VALUE
                 "*** OUT OF SEQUENCE AFTER   ".
              05 WS-SL-PREFIX PIC X(2).
              05 WS-SL-NO PIC 9(8).
              05 FILLER PIC X(4) VALUE " ***".
           01 WS-TOTAL-LINE.
              05 WS-TL-LABEL PIC X(14).
              05 WS-TL-COUNT PIC Z(5)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-TL-GROSS PIC Z(8)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-TL-NET PIC Z(8)9.99.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-TL-VAT PIC Z(8)9.99.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 1 TO WS-PAGE-NO.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE 0 TO WS-EXCEPTIONS.
           INITIALIZE WS-SERIES-TABLE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM COUNT-SPOOL.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       WRITE-REPORT.
           OPEN EXTEND F-SPOOL-FILE.
           PERFORM WRITE-PAGE-HEADING.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-VAT-DOC-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VAT-DOC-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM WRITE-ONE-DOCUMENT
               END-READ
           END-PERFORM.
           CLOSE F-VAT-DOC-FILE.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "RECEIPTS" TO WS-TL-LABEL.
           MOVE 1 TO WS-SR-IDX.
           PERFORM WRITE-SERIES-TOTAL.
           MOVE "CREDIT NOTES" TO WS-TL-LABEL.
           MOVE 2 TO WS-SR-IDX.
           PERFORM WRITE-SERIES-TOTAL.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           IF WS-EXCEPTIONS = 0 THEN
               MOVE "NUMBER SEQUENCES UNBROKEN" TO SP-LINE
           ELSE
               MOVE SPACES TO SP-LINE
               STRING "*** " DELIMITED BY SIZE
                   WS-EXCEPTIONS DELIMITED BY SIZE
                   " SEQUENCE EXCEPTIONS ***" DELIMITED BY SIZE
                   INTO SP-LINE
           END-IF.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

       WRITE-ONE-DOCUMENT.
           IF VD-DOC-TYPE = "R" THEN
               MOVE 1 TO WS-SR-IDX
               MOVE "VR" TO WS-DL-PREFIX
           ELSE
               MOVE 2 TO WS-SR-IDX
               MOVE "CN" TO WS-DL-PREFIX
           END-IF.

           COMPUTE WS-EXPECTED-NO = WS-SR-LAST-NO(WS-SR-IDX) + 1.
           IF VD-DOC-NO > WS-EXPECTED-NO THEN
               ADD 1 TO WS-EXCEPTIONS
               MOVE WS-DL-PREFIX TO WS-GL-PREFIX-1
               MOVE WS-DL-PREFIX TO WS-GL-PREFIX-2
               MOVE WS-EXPECTED-NO TO WS-GL-FROM
               COMPUTE WS-GL-TO = VD-DOC-NO - 1
               MOVE WS-GAP-LINE TO SP-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF VD-DOC-NO < WS-EXPECTED-NO THEN
               ADD 1 TO WS-EXCEPTIONS
               MOVE WS-DL-PREFIX TO WS-SL-PREFIX
               MOVE WS-SR-LAST-NO(WS-SR-IDX) TO WS-SL-NO
               MOVE WS-SEQ-LINE TO SP-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF VD-DOC-NO > WS-SR-LAST-NO(WS-SR-IDX) THEN
               MOVE VD-DOC-NO TO WS-SR-LAST-NO(WS-SR-IDX)
           END-IF.

           ADD 1 TO WS-SR-COUNT(WS-SR-IDX).
           ADD VD-GROSS TO WS-SR-GROSS(WS-SR-IDX).
           ADD VD-NET TO WS-SR-NET(WS-SR-IDX).
           ADD VD-VAT TO WS-SR-VAT(WS-SR-IDX).

           MOVE VD-DOC-NO TO WS-DL-NO.
           MOVE VD-DATE TO WS-DL-DATE.
           MOVE VD-USERNAME TO WS-DL-USERNAME.
           MOVE VD-GROSS TO WS-DL-GROSS.
           MOVE VD-NET TO WS-DL-NET.
           MOVE VD-VAT TO WS-DL-VAT.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SERIES-TOTAL.
           MOVE WS-SR-COUNT(WS-SR-IDX) TO WS-TL-COUNT.
           MOVE WS-SR-GROSS(WS-SR-IDX) TO WS-TL-GROSS.
           MOVE WS-SR-NET(WS-SR-IDX) TO WS-TL-NET.
           MOVE WS-SR-VAT(WS-SR-IDX) TO WS-TL-VAT.
           MOVE WS-TOTAL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-REPORT-LINE.
           IF WS-PAGE-LINES > 55 THEN
               ADD 1 TO WS-PAGE-NO
               MOVE SP-LINE TO WS-HOLD-LINE
               PERFORM WRITE-PAGE-HEADING
               MOVE WS-HOLD-LINE TO SP-LINE
           END-IF.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-PAGE-HEADING.
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
           MOVE "RECEIPT REGISTER" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
