      ******************************************************************
      *----SUB PROGRAM THAT CUTS THE DAY'S TRANSACTION-LOG.DAT---------*
      *----ENTRIES INTO A FIXED-LAYOUT INTERFACE FILE FOR THE SHOP'S---*
      *----ACCOUNTS PACKAGE: ONE HEADER RECORD, ONE DETAIL PER LEDGER--*
      *----ROW, AND A TRAILER CARRYING THE RECORD COUNT AND VALUE------*
      *----TOTALS. THE ACCOUNTS PACKAGE REJECTS A FILE WHOSE TRAILER---*
      *----DOES NOT MATCH THE DETAILS, WHICH PROTECTS THE IMPORT FROM--*
      *----TRUNCATED TRANSFERS. THE TRAILER TOTALS ARE ALSO RECORDED---*
      *----IN RUN-BALANCING.DAT FOR THE END-OF-DAY BALANCING CHECK.----*
      *----CALLED FROM END-OF-DAY-BATCH BEFORE THE LOG IS ARCHIVED-----*
      *----OFF---------------------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TRANSACTION-LOG-FILE ASSIGN TO "transaction-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-EXTRACT-FILE ASSIGN TO "accounting-extract.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
           01 WS-CHARGE-TOTAL PIC 9(9) VALUE 0.
           01 WS-CREDITS-TOTAL PIC 9(9) VALUE 0.
           01 WS-BALANCE-STEP PIC X(8) VALUE "EXTRACT".

           LINKAGE SECTION.
      *>    THE BUSINESS DATE THE END-OF-DAY RUN IS FOR, YYYYMMDD
           01 LS-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION USING LS-RUN-DATE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-CHARGE-TOTAL.
           MOVE 0 TO WS-CREDITS-TOTAL.

           MOVE LS-RUN-DATE TO WS-TODAY.

           OPEN OUTPUT F-EXTRACT-FILE.


           CLOSE F-EXTRACT-FILE.

      *>    THE SAME TOTALS GO TO THE END-OF-DAY RUN BALANCING, TO BE
      *>    PROVED AGAINST THE GENERAL LEDGER AND THE ARCHIVE.
           CALL "record-run-balance" USING LS-RUN-DATE,
               WS-BALANCE-STEP, WS-DETAIL-COUNT, WS-CHARGE-TOTAL,
               WS-CREDITS-TOTAL.

           GOBACK.

       WRITE-DETAIL.
