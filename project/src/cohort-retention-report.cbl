       PROGRAM-ID. cohort-retention-report.
      ******************************************************************
      *----REPORT JOB FOR THE OWNER'S "DO THE REFERRAL REWARDS PAY"----*
      *----QUESTION: MEMBERS ARE GROUPED INTO MONTHLY SIGN-UP COHORTS--*
      *----BY THEIR JOIN DATE (GET-JOIN-DATE), THEIR RETURN VISITS IN--*
      *----THE FIRST, SECOND AND THIRD MONTH AFTER JOINING ARE TRACED--*
      *----THROUGH SUCCESSFUL LOGIN-AUDIT.DAT ROWS, AND EACH COHORT----*
      *----IS SPLIT INTO ALL MEMBERS VERSUS THE ONES WHO ARRIVED-------*
      *----THROUGH REFERRALS.DAT. SPOOLED AND INDEXED. WHEN------------*
      *----CHECK-CSV-OUTPUT SAYS IT IS WANTED IN CSV, IT ALSO WRITES---*
      *----COHORT-RETENTION-REPORT.CSV -- ONE HEADER ROW OF COLUMN-----*
      *----NAMES, THEN PLAIN NUMBERS -- AND SPOOLS THAT TOO------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CSV-FILE ASSIGN TO
             "cohort-retention-report.csv"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-USERS-FILE.
              05 SPX-START-LINE PIC 9(6).
              05 SPX-LINE-COUNT PIC 9(4).

           FD F-CSV-FILE.
           01 CSV-LINE PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-DL-RR1 PIC ZZZZ9.

      *>    THE COMMA-SEPARATED COPY OF THE PAGE, WRITTEN WHEN
      *>    CHECK-CSV-OUTPUT SAYS IT IS WANTED.
           01 WS-CSV-ACTION PIC X(1) VALUE "Q".
           01 WS-CSV-REPORT PIC X(28) VALUE
             "cohort-retention-report".
           01 WS-CSV-WANTED PIC 9.
           01 WS-CSV-NAME PIC X(30) VALUE
             "cohort-retention-report.csv".
           01 WS-CSV-TITLE PIC X(20) VALUE "COHORT RETENTION CSV".
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

       LOAD-REFERRED-NAMES.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.

       WRITE-CSV-FILE.
           OPEN OUTPUT F-CSV-FILE.
           MOVE SPACES TO CSV-LINE.
           STRING "COHORT,SIZE,REFERRED,RETURNED_M1,RETURNED_M2,"
             "RETURNED_M3,REFERRED_RETURNED_M1" DELIMITED BY SIZE
             INTO CSV-LINE.
           WRITE CSV-LINE.

           MOVE 0 TO WS-CO-IDX.
           PERFORM UNTIL WS-CO-IDX = WS-COHORT-COUNT
               ADD 1 TO WS-CO-IDX
               PERFORM START-CSV-ROW
               MOVE WS-CO-MONTH(WS-CO-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-CO-SIZE(WS-CO-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-CO-REF-SIZE(WS-CO-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-CO-RET1(WS-CO-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-CO-RET2(WS-CO-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-CO-RET3(WS-CO-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-CO-REF-RET1(WS-CO-IDX) TO WS-CSV-NUMBER
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
