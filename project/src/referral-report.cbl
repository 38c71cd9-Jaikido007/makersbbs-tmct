      ******************************************************************
      *----STANDALONE REPORT OF REFERRALS BY MEMBER, MOST-REFERRALS----*
      *----FIRST, WRITTEN TO REFERRAL-REPORT.DAT FOR THE "TOP----------*
      *----RECRUITER" PROMOTIONS. WHEN CHECK-CSV-OUTPUT SAYS IT IS-----*
      *----WANTED IN CSV, IT ALSO WRITES REFERRAL-REPORT.CSV -- ONE----*
      *----HEADER ROW OF COLUMN NAMES, THEN PLAIN NUMBERS -- AND-------*
      *----SPOOLS THAT TOO---------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-REFERRALS-FILE ASSIGN TO 'referrals.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-REPORT-FILE ASSIGN TO 'referral-report.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CSV-FILE ASSIGN TO
             "referral-report.csv"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-REPORT-FILE.
           01 RP-LINE PIC X(40).

           FD F-CSV-FILE.
           01 CSV-LINE PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-REF-COUNT PIC 9(4) VALUE 0.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-TOTAL PIC ZZZZ9.

      *>    THE COMMA-SEPARATED COPY OF THE PAGE, WRITTEN WHEN
      *>    CHECK-CSV-OUTPUT SAYS IT IS WANTED.
           01 WS-CSV-ACTION PIC X(1) VALUE "Q".
           01 WS-CSV-REPORT PIC X(28) VALUE
             "referral-report".
           01 WS-CSV-WANTED PIC 9.
           01 WS-CSV-NAME PIC X(30) VALUE
             "referral-report.csv".
           01 WS-CSV-TITLE PIC X(20) VALUE "REFERRAL CSV".
           01 WS-CSV-POINTER PIC 9(3).
           01 WS-CSV-TEXT PIC X(30).
           01 WS-CSV-NUMBER PIC -(11)9.

       PROCEDURE DIVISION.
           OPEN INPUT F-REFERRALS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
           PERFORM RANK-REFERRERS.
           PERFORM WRITE-REPORT.

           CALL "check-csv-output" USING WS-CSV-ACTION, WS-CSV-REPORT,
             WS-CSV-WANTED.
           IF WS-CSV-WANTED = 1 THEN
               PERFORM WRITE-CSV-FILE
           END-IF.

           GOBACK.

       TALLY-REFERRAL.
           MOVE "END OF REPORT" TO RP-LINE.
           WRITE RP-LINE.
           CLOSE F-REPORT-FILE.

       WRITE-CSV-FILE.
           OPEN OUTPUT F-CSV-FILE.
           MOVE "MEMBER,REFERRALS" TO CSV-LINE.
           WRITE CSV-LINE.
           MOVE 0 TO WS-REF-IDX.
           PERFORM UNTIL WS-REF-IDX = WS-REF-COUNT
               ADD 1 TO WS-REF-IDX
               PERFORM START-CSV-ROW
               MOVE WS-REF-NAME(WS-REF-IDX) TO WS-CSV-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-REF-TOTAL(WS-REF-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               PERFORM WRITE-CSV-ROW
           END-PERFORM.
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
