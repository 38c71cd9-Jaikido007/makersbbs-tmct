       IDENTIFICATION DIVISION.
       PROGRAM-ID. spool-revenue-report.
      ******************************************************************
      *----SUB PROGRAM THAT WRITES THE CREDIT STORE REVENUE REPORT AS--*
      *----A FORMATTED PRINT PAGE ONTO THE REPORT SPOOL----------------*
      *----(REPORT-SPOOL.DAT), WITH A PAGE HEADING CARRYING THE--------*
      *----REPORT TITLE, RUN DATE AND PAGE NUMBER, COLUMN TOTALS AND---*
      *----AN END-OF-REPORT MARKER. SPOOL-INDEX.DAT RECORDS WHERE THE--*
      *----PAGE SITS SO THE REPRINT SCREEN CAN PULL IT BACK. WHEN------*
      *----CHECK-CSV-OUTPUT SAYS THE REVENUE REPORT IS WANTED IN CSV,--*
      *----IT ALSO WRITES CREDIT-STORE-REVENUE.CSV -- ONE--------------*
      *----HEADER ROW OF COLUMN NAMES, THEN PLAIN NUMBERS -- AND-------*
      *----SPOOLS THAT TOO---------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CSV-FILE ASSIGN TO
             "credit-store-revenue.csv"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
              05 SPX-START-LINE PIC 9(6).
              05 SPX-LINE-COUNT PIC 9(4).

           FD F-CSV-FILE.
           01 CSV-LINE PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
              05 WS-DL-VALUE PIC -(8)9.
           01 WS-TOTAL-ACTIVITY PIC S9(9).

      *>    THE COMMA-SEPARATED COPY OF THE PAGE, WRITTEN WHEN
      *>    CHECK-CSV-OUTPUT SAYS IT IS WANTED.
           01 WS-CSV-ACTION PIC X(1) VALUE "Q".
           01 WS-CSV-REPORT PIC X(28) VALUE
             "credit-store-revenue-report".
           01 WS-CSV-WANTED PIC 9.
           01 WS-CSV-NAME PIC X(30) VALUE
             "credit-store-revenue.csv".
           01 WS-CSV-TITLE PIC X(20) VALUE "REVENUE CSV".
           01 WS-CSV-POINTER PIC 9(3).
           01 WS-CSV-TEXT PIC X(30).
           01 WS-CSV-NUMBER PIC -(11)9.

           LINKAGE SECTION.
           01 LS-FORMATTED-DT.
             05 LS-FORMATTED-DTE-TME.
           CLOSE F-SPOOL-FILE.
           PERFORM WRITE-INDEX-ROW.

           CALL "check-csv-output" USING WS-CSV-ACTION, WS-CSV-REPORT,
             WS-CSV-WANTED.
           IF WS-CSV-WANTED = 1 THEN
               PERFORM WRITE-CSV-FILE
           END-IF.

           GOBACK.

       WRITE-SPOOL-LINE.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.

      *>    THE FIGURES BELONG TO CREDIT-STORE-REVENUE-REPORT, SO ITS
      *>    NAME IS THE ONE ASKED ABOUT AND GIVEN TO THE FILE.
       WRITE-CSV-FILE.
           OPEN OUTPUT F-CSV-FILE.
           MOVE "REPORT_DATE,PERIOD,REVENUE" TO CSV-LINE.
           WRITE CSV-LINE.
           MOVE "TODAY" TO WS-CSV-TEXT.
           MOVE LS-DAY-REVENUE TO WS-CSV-NUMBER.
           PERFORM WRITE-CSV-PERIOD.
           MOVE "LAST_7_DAYS" TO WS-CSV-TEXT.
           MOVE LS-WEEK-REVENUE TO WS-CSV-NUMBER.
           PERFORM WRITE-CSV-PERIOD.
           MOVE "LAST_30_DAYS" TO WS-CSV-TEXT.
           MOVE LS-MONTH-REVENUE TO WS-CSV-NUMBER.
           PERFORM WRITE-CSV-PERIOD.
           CLOSE F-CSV-FILE.

           CALL "spool-flat-report" USING WS-CSV-NAME, WS-CSV-TITLE.

       WRITE-CSV-PERIOD.
           PERFORM START-CSV-ROW.
           STRING WS-TODAY "," DELIMITED BY SIZE
             INTO CSV-LINE WITH POINTER WS-CSV-POINTER.
           PERFORM ADD-CSV-TEXT.
           PERFORM ADD-CSV-NUMBER.
           PERFORM WRITE-CSV-ROW.

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
