       IDENTIFICATION DIVISION.
       PROGRAM-ID. trial-balance-report.
      ******************************************************************
      *----SUB PROGRAM THAT TOTALS GENERAL-LEDGER.DAT BY ACCOUNT INTO--*
      *----A TRIAL BALANCE AND WRITES IT TO THE REPORT SPOOL-----------*
      *----(REPORT-SPOOL.DAT / SPOOL-INDEX.DAT) IN THE SAME SHAPE AS---*
      *----SPOOL-REVENUE-REPORT, SO THE OWNER CAN SEE THE BOOKS--------*
      *----BALANCE -- AND REPRINT THE PROOF -- BEFORE THE ACCOUNTING---*
      *----EXTRACT GOES OUT. RUN NIGHTLY FROM END-OF-DAY-BATCH---------*
      *----STRAIGHT AFTER POST-GENERAL-LEDGER. WHEN CHECK-CSV-OUTPUT---*
      *----SAYS IT IS WANTED IN CSV, IT ALSO WRITES--------------------*
      *----TRIAL-BALANCE-REPORT.CSV -- ONE HEADER ROW OF COLUMN--------*
      *----NAMES, THEN PLAIN NUMBERS -- AND SPOOLS THAT TOO------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CSV-FILE ASSIGN TO
             "trial-balance-report.csv"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-GL-FILE.
              05 SPX-START-LINE PIC 9(6).
              05 SPX-LINE-COUNT PIC 9(4).

           FD F-CSV-FILE.
           01 CSV-LINE PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
              05 FILLER PIC X(5) VALUE SPACES.
              05 WS-TL-CREDITS PIC -(8)9.

      *>    THE COMMA-SEPARATED COPY OF THE PAGE, WRITTEN WHEN
      *>    CHECK-CSV-OUTPUT SAYS IT IS WANTED.
           01 WS-CSV-ACTION PIC X(1) VALUE "Q".
           01 WS-CSV-REPORT PIC X(28) VALUE
             "trial-balance-report".
           01 WS-CSV-WANTED PIC 9.
           01 WS-CSV-NAME PIC X(30) VALUE
             "trial-balance-report.csv".
           01 WS-CSV-TITLE PIC X(20) VALUE "TRIAL BALANCE CSV".
           01 WS-CSV-POINTER PIC 9(3).
           01 WS-CSV-TEXT PIC X(30).
           01 WS-CSV-NUMBER PIC -(11)9.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
           PERFORM WRITE-REPORT.
           PERFORM WRITE-INDEX-ROW.

           CALL "check-csv-output" USING WS-CSV-ACTION, WS-CSV-REPORT,
             WS-CSV-WANTED.
           IF WS-CSV-WANTED = 1 THEN
               PERFORM WRITE-CSV-FILE
           END-IF.

           GOBACK.

       TALLY-LEDGER.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.

       WRITE-CSV-FILE.
           OPEN OUTPUT F-CSV-FILE.
           MOVE "ACCOUNT,DEBITS,CREDITS" TO CSV-LINE.
           WRITE CSV-LINE.

           MOVE 0 TO WS-ACCT-IDX.
           PERFORM UNTIL WS-ACCT-IDX = WS-ACCT-COUNT
               ADD 1 TO WS-ACCT-IDX
               PERFORM START-CSV-ROW
               MOVE WS-ACCT-NO(WS-ACCT-IDX) TO WS-CSV-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-ACCT-DEBITS(WS-ACCT-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-ACCT-CREDITS(WS-ACCT-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               PERFORM WRITE-CSV-ROW
           END-PERFORM.

           PERFORM START-CSV-ROW.
           MOVE "TOTALS" TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-TOTAL-DEBITS TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-TOTAL-CREDITS TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
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

      *>    THE LAST FIELD'S TRAILING COMMA IS DROPPED.
       WRITE-CSV-ROW.
           IF WS-CSV-POINTER > 1 THEN
               SUBTRACT 1 FROM WS-CSV-POINTER
               MOVE SPACE TO CSV-LINE(WS-CSV-POINTER:1)
           END-IF.
           WRITE CSV-LINE.
