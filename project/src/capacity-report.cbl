      *----KEY AGAINST ITS CEILING PLUS A ROLLOVER FORECAST: THE-------*
      *----AVERAGE DAILY KEY GROWTH BETWEEN THE FIRST AND LAST---------*
      *----SNAPSHOT, AND THE DAYS LEFT AT THAT RATE. SPOOLED AND-------*
      *----INDEXED LIKE THE OTHER REPORTS. WHEN CHECK-CSV-OUTPUT SAYS--*
      *----IT IS WANTED IN CSV, IT ALSO WRITES CAPACITY-REPORT.CSV ----*
      *----ONE HEADER ROW OF COLUMN NAMES, THEN PLAIN NUMBERS -- AND---*
      *----SPOOLS THAT TOO---------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CSV-FILE ASSIGN TO
             "capacity-report.csv"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-HISTORY-FILE.
              05 SPX-START-LINE PIC 9(6).
              05 SPX-LINE-COUNT PIC 9(4).

           FD F-CSV-FILE.
           01 CSV-LINE PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
                   10 WS-SL-LAST-KEY PIC 9(7).
                   10 WS-SL-LAST-COUNT PIC 9(7).
                   10 WS-SL-LIMIT PIC 9(7).
      *>    THE FORECAST AS PRINTED, KEPT FOR THE CSV FILE.
                   10 WS-SL-DAYS PIC X(9).
                   10 WS-SL-DAYS-LEFT PIC 9(7).
           01 WS-SL-IDX PIC 9(2).
           01 WS-SL-HIT PIC 9(2).

              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-DAYS PIC X(9).

      *>    THE COMMA-SEPARATED COPY OF THE PAGE, WRITTEN WHEN
      *>    CHECK-CSV-OUTPUT SAYS IT IS WANTED.
           01 WS-CSV-ACTION PIC X(1) VALUE "Q".
           01 WS-CSV-REPORT PIC X(28) VALUE
             "capacity-report".
           01 WS-CSV-WANTED PIC 9.
           01 WS-CSV-NAME PIC X(30) VALUE
             "capacity-report.csv".
           01 WS-CSV-TITLE PIC X(20) VALUE "CAPACITY CSV".
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

       FOLD-ONE-SNAPSHOT.
           MOVE WS-SL-LAST-KEY(WS-SL-IDX) TO WS-DL-TOP.
           MOVE WS-SL-LIMIT(WS-SL-IDX) TO WS-DL-LIMIT.
           MOVE SPACES TO WS-DL-DAYS.
           MOVE 0 TO WS-SL-DAYS-LEFT(WS-SL-IDX).

           IF WS-SL-LIMIT(WS-SL-IDX) = 0 THEN
               MOVE "NO LIMIT" TO WS-DL-DAYS
                     (WS-SL-LIMIT(WS-SL-IDX)
                       - WS-SL-LAST-KEY(WS-SL-IDX)) / WS-RATE
                   MOVE WS-DAYS-LEFT TO WS-DL-DAYS(1:7)
                   MOVE WS-DAYS-LEFT TO WS-SL-DAYS-LEFT(WS-SL-IDX)
               END-IF
           END-IF.
           MOVE WS-DL-DAYS TO WS-SL-DAYS(WS-SL-IDX).

           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.

      *>    DAYS_LEFT IS ONLY FILLED FOR A FILE WITH A FORECAST; THE
      *>    OTHERS SAY NO LIMIT OR STATIC IN STATUS INSTEAD.
       WRITE-CSV-FILE.
           OPEN OUTPUT F-CSV-FILE.
           MOVE "FILE,COUNT,TOP_KEY,LIMIT,STATUS,DAYS_LEFT" TO CSV-LINE.
           WRITE CSV-LINE.
           MOVE 0 TO WS-SL-IDX.
           PERFORM UNTIL WS-SL-IDX = WS-SLOT-COUNT
               ADD 1 TO WS-SL-IDX
               PERFORM WRITE-CSV-FORECAST
           END-PERFORM.
           CLOSE F-CSV-FILE.

           CALL "spool-flat-report" USING WS-CSV-NAME, WS-CSV-TITLE.

       WRITE-CSV-FORECAST.
           PERFORM START-CSV-ROW.
           MOVE WS-SL-FILE(WS-SL-IDX) TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-SL-LAST-COUNT(WS-SL-IDX) TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-SL-LAST-KEY(WS-SL-IDX) TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-SL-LIMIT(WS-SL-IDX) TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           IF WS-SL-DAYS(WS-SL-IDX) = "NO LIMIT" OR
              WS-SL-DAYS(WS-SL-IDX) = "STATIC" THEN
               MOVE WS-SL-DAYS(WS-SL-IDX) TO WS-CSV-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE SPACES TO WS-CSV-TEXT
               PERFORM ADD-CSV-TEXT
           ELSE
               MOVE "FORECAST" TO WS-CSV-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-SL-DAYS-LEFT(WS-SL-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
           END-IF.
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
