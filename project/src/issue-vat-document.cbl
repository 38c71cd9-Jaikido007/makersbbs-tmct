       IDENTIFICATION DIVISION.
       PROGRAM-ID. issue-vat-document.
      ******************************************************************
      *----SUB PROGRAM CALLED BY TRANSACTIONS FOR EVERY CARD-MONEY-----*
      *----LEDGER ROW. A PURCHASE OR INSTALMENT ("P"/"N") IS GIVEN-----*
      *----THE NEXT VAT RECEIPT NUMBER, A REFUND ("R") THE NEXT--------*
      *----CREDIT-NOTE NUMBER. EACH SERIES RUNS ON FROM THE HIGHEST----*
      *----NUMBER IN VAT-DOCUMENTS.DAT, WHICH IS NEVER ARCHIVED, SO----*
      *----NUMBERS CARRY ACROSS BUSINESS DAYS UNBROKEN WHERE TRANS-ID--*
      *----RESTARTS EVERY NIGHT. A CREDIT NOTE QUOTES THE RECEIPT IT---*
      *----REVERSES. THE DOCUMENT IS SPOOLED IN THE SAME PAGE SHAPE----*
      *----AS SPOOL-MEMBER-STATEMENT AND THE MEMBER IS TOLD BY POST----*
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
      *>       "R" = VAT RECEIPT, "C" = CREDIT NOTE
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
           01 WS-MAIL-TYPE PIC X(8).
           01 WS-MAIL-TEXT PIC X(60).
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-DOC-TYPE PIC X(1).
           01 WS-DOC-NO PIC 9(8) VALUE 0.
           01 WS-ORIGINAL-NO PIC 9(8) VALUE 0.
           01 WS-ROW-DATE PIC 9(8).

      *>    RECEIPTS THIS MEMBER COULD BE HAVING REFUNDED: SAME
      *>    GROSS, NOT ALREADY CREDITED. THE LATEST ONE LEFT IS THE
      *>    PURCHASE GET-LAST-PURCHASE OFFERED FOR REFUND.
           01 WS-CAND-COUNT PIC 9(3) VALUE 0.
           01 WS-CANDIDATES.
               05 WS-CAND-NO PIC 9(8) OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-CAND-COUNT.
           01 WS-CAND-IDX PIC 9(3).

           01 WS-HEAD-LINE.
              05 WS-HL-TITLE PIC X(18).
              05 WS-HL-DATE PIC 9(8).
              05 FILLER PIC X(42) VALUE SPACES.
              05 FILLER PIC X(5) VALUE "PAGE ".
              05 WS-HL-PAGE PIC ZZ9.
           01 WS-DOC-REF.
              05 WS-DR-PREFIX PIC X(2).
              05 WS-DR-NO PIC 9(8).
           01 WS-DETAIL-LINE.
              05 WS-DL-LABEL PIC X(30).
              05 WS-DL-VALUE PIC -(8)9.
           01 WS-MONEY-LINE.
              05 WS-ML-LABEL PIC X(30).
              05 WS-ML-VALUE PIC -(6)9.99.

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

           01 LS-TRANSACTION.
               05 LS-TRANS-ID PIC 9(6).
               05 LS-DY PIC X(2).
               05 LS-MTH PIC X(2).
               05 LS-YR PIC X(4).
               05 LS-USERNAME PIC X(16).
               05 LS-CHARGE PIC 9(6).
               05 LS-CREDITS-GRANTED PIC 9(6).
               05 LS-POST-BALANCE PIC 9(6).
               05 LS-ENTRY-TYPE PIC X(1).
               05 LS-TRANS-TARIFF PIC X(4).
               05 LS-TRANS-NET PIC 9(6)V99.
               05 LS-TRANS-VAT PIC 9(6)V99.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-TRANSACTION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-DOC-NO.
           MOVE 0 TO WS-ORIGINAL-NO.
           MOVE 0 TO WS-CAND-COUNT.

           IF LS-ENTRY-TYPE = "P" OR LS-ENTRY-TYPE = "N" OR
              LS-ENTRY-TYPE = "5" THEN
               MOVE "R" TO WS-DOC-TYPE
           ELSE
               IF LS-ENTRY-TYPE = "R" THEN
                   MOVE "C" TO WS-DOC-TYPE
               ELSE
                   GOBACK
               END-IF
           END-IF.
           IF LS-CHARGE = 0 THEN
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE LS-YR TO WS-ROW-DATE(1:4).
           MOVE LS-MTH TO WS-ROW-DATE(5:2).
           MOVE LS-DY TO WS-ROW-DATE(7:2).

           PERFORM NEXT-DOCUMENT-NO.
           PERFORM WRITE-REGISTER-ROW.

           PERFORM COUNT-SPOOL.
           PERFORM WRITE-DOCUMENT.
           PERFORM WRITE-INDEX-ROW.

      *>    THE MAILING HOUSE CARRIES ONE LETTER PER MEMBER PER KIND,
      *>    SO SEVERAL PURCHASES IN A DAY STILL MEAN ONE ENVELOPE.
           IF WS-DOC-TYPE = "R" THEN
               MOVE "VATRCPT" TO WS-MAIL-TYPE
               MOVE "Your VAT receipt is ready at the shop" TO
                 WS-MAIL-TEXT
           ELSE
               MOVE "CREDNOTE" TO WS-MAIL-TYPE
               MOVE "Your refund credit note is ready at the shop" TO
                 WS-MAIL-TEXT
           END-IF.
           CALL "queue-mail-item" USING LS-USERNAME, WS-MAIL-TYPE,
               WS-MAIL-TEXT.

           GOBACK.

       NEXT-DOCUMENT-NO.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-VAT-DOC-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VAT-DOC-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM CHECK-REGISTER-ROW
               END-READ
           END-PERFORM.
           CLOSE F-VAT-DOC-FILE.
           ADD 1 TO WS-DOC-NO.

           IF WS-DOC-TYPE = "C" THEN
               MOVE WS-CAND-COUNT TO WS-CAND-IDX
               PERFORM UNTIL WS-CAND-IDX = 0 OR WS-ORIGINAL-NO > 0
                   MOVE WS-CAND-NO(WS-CAND-IDX) TO WS-ORIGINAL-NO
                   SUBTRACT 1 FROM WS-CAND-IDX
               END-PERFORM
           END-IF.

       CHECK-REGISTER-ROW.
           IF VD-DOC-TYPE = WS-DOC-TYPE AND VD-DOC-NO > WS-DOC-NO THEN
               MOVE VD-DOC-NO TO WS-DOC-NO
           END-IF.
           IF WS-DOC-TYPE NOT = "C" OR VD-USERNAME NOT = LS-USERNAME
               EXIT PARAGRAPH
           END-IF.
           IF VD-DOC-TYPE = "R" AND VD-GROSS = LS-CHARGE AND
              WS-CAND-COUNT < 999 THEN
               ADD 1 TO WS-CAND-COUNT
               MOVE VD-DOC-NO TO WS-CAND-NO(WS-CAND-COUNT)
           END-IF.
      *>    A CREDIT NOTE ALREADY ON FILE USES UP ITS RECEIPT.
           IF VD-DOC-TYPE = "C" THEN
               MOVE 0 TO WS-CAND-IDX
               PERFORM UNTIL WS-CAND-IDX = WS-CAND-COUNT
                   ADD 1 TO WS-CAND-IDX
                   IF WS-CAND-NO(WS-CAND-IDX) = VD-ORIGINAL-NO THEN
                       MOVE 0 TO WS-CAND-NO(WS-CAND-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-REGISTER-ROW.
           OPEN EXTEND F-VAT-DOC-FILE.
           MOVE WS-DOC-TYPE TO VD-DOC-TYPE.
           MOVE WS-DOC-NO TO VD-DOC-NO.
           MOVE WS-ROW-DATE TO VD-DATE.
           MOVE LS-TRANS-ID TO VD-TRANS-ID.
           MOVE LS-USERNAME TO VD-USERNAME.
           MOVE LS-ENTRY-TYPE TO VD-ENTRY-TYPE.
           MOVE LS-TRANS-TARIFF TO VD-TARIFF.
           MOVE LS-CHARGE TO VD-GROSS.
           MOVE LS-TRANS-NET TO VD-NET.
           MOVE LS-TRANS-VAT TO VD-VAT.
           MOVE WS-ORIGINAL-NO TO VD-ORIGINAL-NO.
           WRITE VD-ENTRY.
           CLOSE F-VAT-DOC-FILE.

       WRITE-DOCUMENT.
           OPEN EXTEND F-SPOOL-FILE.

           IF WS-DOC-TYPE = "R" THEN
               MOVE "VAT RECEIPT       " TO WS-HL-TITLE
               MOVE "VR" TO WS-DR-PREFIX
           ELSE
               MOVE "CREDIT NOTE       " TO WS-HL-TITLE
               MOVE "CN" TO WS-DR-PREFIX
           END-IF.
           MOVE WS-DOC-NO TO WS-DR-NO.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE 1 TO WS-HL-PAGE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE SPACES TO SP-LINE.
           STRING "DOCUMENT NO   " DELIMITED BY SIZE
               WS-DOC-REF DELIMITED BY SIZE INTO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE SPACES TO SP-LINE.
           STRING "ISSUED TO     " DELIMITED BY SIZE
               LS-USERNAME DELIMITED BY SIZE INTO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE SPACES TO SP-LINE.
           STRING "TAX POINT     " DELIMITED BY SIZE
               LS-DY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               LS-MTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               LS-YR DELIMITED BY SIZE INTO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           IF WS-ORIGINAL-NO > 0 THEN
               MOVE "VR" TO WS-DR-PREFIX
               MOVE WS-ORIGINAL-NO TO WS-DR-NO
               MOVE SPACES TO SP-LINE
               STRING "AGAINST       " DELIMITED BY SIZE
                   WS-DOC-REF DELIMITED BY SIZE INTO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-IF.

           IF LS-TRANS-TARIFF NOT = SPACES THEN
               MOVE SPACES TO SP-LINE
               STRING "TARIFF        " DELIMITED BY SIZE
                   LS-TRANS-TARIFF DELIMITED BY SIZE INTO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-IF.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "LEDGER REFERENCE              " TO WS-DL-LABEL.
           MOVE LS-TRANS-ID TO WS-DL-VALUE.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "CREDITS                       " TO WS-DL-LABEL.
           MOVE LS-CREDITS-GRANTED TO WS-DL-VALUE.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "NET OF VAT                    " TO WS-ML-LABEL.
           MOVE LS-TRANS-NET TO WS-ML-VALUE.
           MOVE WS-MONEY-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "VAT                           " TO WS-ML-LABEL.
           MOVE LS-TRANS-VAT TO WS-ML-VALUE.
           MOVE WS-MONEY-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           IF WS-DOC-TYPE = "R" THEN
               MOVE "TOTAL PAID                    " TO WS-ML-LABEL
           ELSE
               MOVE "TOTAL REFUNDED                " TO WS-ML-LABEL
           END-IF.
           MOVE LS-CHARGE TO WS-ML-VALUE.
           MOVE WS-MONEY-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           CLOSE F-SPOOL-FILE.

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
           IF WS-DOC-TYPE = "R" THEN
               MOVE "VAT RECEIPT" TO SPX-TITLE
           ELSE
               MOVE "CREDIT NOTE" TO SPX-TITLE
           END-IF.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
