      *----THEN THE LIVE TRANSACTION LOG, AND TOTALS NET SALES, VAT----*
      *----CHARGED (TYPE "P") AND VAT REFUNDED (TYPE "R") BY MONTH,----*
      *----WRITING THE LAYOUT THE ACCOUNTANT FILES FROM TO-------------*
      *----VAT-RETURN.DAT. WHEN CHECK-CSV-OUTPUT SAYS IT IS WANTED IN--*
      *----CSV, IT ALSO WRITES VAT-RETURN-REPORT.CSV -- ONE HEADER-----*
      *----ROW OF COLUMN NAMES, THEN PLAIN NUMBERS -- AND SPOOLS THAT--*
      *----TOO---------------------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL F-RETURN-FILE ASSIGN TO "vat-return.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CSV-FILE ASSIGN TO
             "vat-return-report.csv"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-ARCHIVE-FILE.
           FD F-RETURN-FILE.
           01 VR-LINE PIC X(80).

           FD F-CSV-FILE.
           01 CSV-LINE PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-YEAR-ENTRY PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-VAT-REF PIC ZZZZZZZ9.99.

      *>    THE COMMA-SEPARATED COPY OF THE PAGE, WRITTEN WHEN
      *>    CHECK-CSV-OUTPUT SAYS IT IS WANTED.
           01 WS-CSV-ACTION PIC X(1) VALUE "Q".
           01 WS-CSV-REPORT PIC X(28) VALUE
             "vat-return-report".
           01 WS-CSV-WANTED PIC 9.
           01 WS-CSV-NAME PIC X(30) VALUE
             "vat-return-report.csv".
           01 WS-CSV-TITLE PIC X(20) VALUE "VAT RETURN CSV".
           01 WS-CSV-POINTER PIC 9(3).
           01 WS-CSV-TEXT PIC X(30).
           01 WS-CSV-NUMBER PIC -(11)9.
           01 WS-CSV-AMOUNT PIC -(11)9.99.
           01 WS-CSV-NET-TOTAL PIC 9(8)V99.
           01 WS-CSV-VAT-TOTAL PIC 9(8)V99.
           01 WS-CSV-REF-TOTAL PIC 9(8)V99.

       PROCEDURE DIVISION.
           DISPLAY "VAT RETURN FOR WHICH YEAR (YYYY)?".
           ACCEPT WS-YEAR-ENTRY.
           PERFORM SCAN-LIVE-LOG.
           PERFORM WRITE-RETURN.

           CALL "check-csv-output" USING WS-CSV-ACTION, WS-CSV-REPORT,
             WS-CSV-WANTED.
           IF WS-CSV-WANTED = 1 THEN
               PERFORM WRITE-CSV-FILE
           END-IF.

           GOBACK.

       SCAN-ARCHIVE-LOG.
           END-IF.

           IF WS-SCAN-ENTRY-TYPE = "P" OR
              WS-SCAN-ENTRY-TYPE = "N" OR
              WS-SCAN-ENTRY-TYPE = "5" THEN
               ADD WS-SCAN-NET TO WS-SLOT-NET-SALES(WS-SLOT)
               ADD WS-SCAN-VAT TO WS-SLOT-VAT-CHARGED(WS-SLOT)
           END-IF.
           MOVE "END OF RETURN" TO VR-LINE.
           WRITE VR-LINE.
           CLOSE F-RETURN-FILE.

      *>    THE THREE MONTHS AS ON THE RETURN, THEN A QUARTER TOTAL
      *>    ROW WITH TOTAL IN THE MONTH COLUMN.
       WRITE-CSV-FILE.
           OPEN OUTPUT F-CSV-FILE.
           MOVE SPACES TO CSV-LINE.
           STRING "YEAR,QUARTER,MONTH,NET_SALES,VAT_CHARGED,"
             "VAT_REFUNDED" DELIMITED BY SIZE
             INTO CSV-LINE.
           WRITE CSV-LINE.

           MOVE 0 TO WS-CSV-NET-TOTAL.
           MOVE 0 TO WS-CSV-VAT-TOTAL.
           MOVE 0 TO WS-CSV-REF-TOTAL.
           MOVE 0 TO WS-SLOT.
           PERFORM UNTIL WS-SLOT = 3
               ADD 1 TO WS-SLOT
               PERFORM START-CSV-ROW
               MOVE WS-REPORT-YEAR TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-QUARTER TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-SLOT-MONTH(WS-SLOT) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-SLOT-NET-SALES(WS-SLOT) TO WS-CSV-AMOUNT
               PERFORM ADD-CSV-AMOUNT
               MOVE WS-SLOT-VAT-CHARGED(WS-SLOT) TO WS-CSV-AMOUNT
               PERFORM ADD-CSV-AMOUNT
               MOVE WS-SLOT-VAT-REFUNDED(WS-SLOT) TO WS-CSV-AMOUNT
               PERFORM ADD-CSV-AMOUNT
               PERFORM WRITE-CSV-ROW
               ADD WS-SLOT-NET-SALES(WS-SLOT) TO WS-CSV-NET-TOTAL
               ADD WS-SLOT-VAT-CHARGED(WS-SLOT) TO WS-CSV-VAT-TOTAL
               ADD WS-SLOT-VAT-REFUNDED(WS-SLOT) TO WS-CSV-REF-TOTAL
           END-PERFORM.

           PERFORM START-CSV-ROW.
           MOVE WS-REPORT-YEAR TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-QUARTER TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE "TOTAL" TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-CSV-NET-TOTAL TO WS-CSV-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-CSV-VAT-TOTAL TO WS-CSV-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-CSV-REF-TOTAL TO WS-CSV-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.
           CLOSE F-CSV-FILE.

           CALL "spool-flat-report" USING WS-CSV-NAME, WS-CSV-TITLE.

       START-CSV-ROW.
           MOVE SPACES TO CSV-LINE.
           MOVE 1 TO WS-CSV-POINTER.

       ADD-CSV-TEXT.
           STRING FUNCTION TRIM(WS-CSV-TEXT) DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             INTO CSV-LINE WITH POINTER WS-CSV-POINTER.

       ADD-CSV-NUMBER.
           MOVE WS-CSV-NUMBER TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.

       ADD-CSV-AMOUNT.
           MOVE WS-CSV-AMOUNT TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.

      *>    THE LAST FIELD'S TRAILING COMMA IS DROPPED.
       WRITE-CSV-ROW.
           IF WS-CSV-POINTER > 1 THEN
               SUBTRACT 1 FROM WS-CSV-POINTER
               MOVE SPACE TO CSV-LINE(WS-CSV-POINTER:1)
           END-IF.
           WRITE CSV-LINE.
