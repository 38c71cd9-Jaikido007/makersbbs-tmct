       IDENTIFICATION DIVISION.
       PROGRAM-ID. unclaimed-balances-report.
      ******************************************************************
      *----SUB PROGRAM THAT LISTS THE UNCLAIMED-BALANCES REGISTER------*
      *----(UNCLAIMED-BALANCES.DAT) TO THE REPORT SPOOL IN THE SAME----*
      *----SHAPE AS TRIAL-BALANCE-REPORT. EACH WRITTEN-OFF BALANCE-----*
      *----SHOWS AS HELD (STILL INSIDE THE CLAIM WINDOW), AGED OUT-----*
      *----(WINDOW CLOSED, NOW BREAKAGE FOR GOOD) OR REINSTATED, WITH--*
      *----A TOTAL FOR EACH. RUN QUARTERLY FROM RUN-REPORT-SCHEDULE----*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-UNCLAIMED-FILE ASSIGN TO
             "unclaimed-balances.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-UNCLAIMED-FILE.
           01 UB-ENTRY.
              05 UB-ID PIC 9(6).
              05 UB-USERNAME PIC X(16).
              05 UB-DISPLAY-NAME PIC X(16).
              05 UB-BALANCE PIC 9(6).
              05 UB-REMOVED-DATE PIC 9(8).
              05 UB-STATUS PIC X(1).
              05 UB-ACTION-DATE PIC 9(8).
              05 UB-ACTION-BY PIC X(16).
              05 UB-REINSTATED-TO PIC X(16).

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

           01 WS-CLAIM-DAYS PIC 9(6) VALUE 365.
           01 WS-CLAIM-KEY PIC X(20) VALUE "UNCLAIMED-CLAIM-DAYS".
           01 WS-CLAIM-DEFAULT PIC 9(6) VALUE 365.
           01 WS-TODAY-INT PIC 9(8).
           01 WS-REMOVED-INT PIC 9(8).

           01 WS-HELD-COUNT PIC 9(6) VALUE 0.
           01 WS-HELD-TOTAL PIC 9(9) VALUE 0.
           01 WS-AGED-COUNT PIC 9(6) VALUE 0.
           01 WS-AGED-TOTAL PIC 9(9) VALUE 0.
           01 WS-REIN-COUNT PIC 9(6) VALUE 0.
           01 WS-REIN-TOTAL PIC 9(9) VALUE 0.

           01 WS-HEAD-LINE.
              05 FILLER PIC X(20) VALUE "UNCLAIMED BALANCES  ".
              05 WS-HL-DATE PIC 9(8).
              05 FILLER PIC X(40) VALUE SPACES.
              05 FILLER PIC X(5) VALUE "PAGE ".
              05 WS-HL-PAGE PIC ZZ9.
           01 WS-COL-LINE PIC X(80) VALUE
             "ID     USERNAME         NAME              BALANCE  REMOVED
      -      "  STATUS".
           01 WS-DETAIL-LINE.
              05 WS-DL-ID PIC 9(6).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-USERNAME PIC X(16).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-NAME PIC X(16).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-BALANCE PIC Z(6)9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-REMOVED PIC 9(8).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-STATUS PIC X(20).
           01 WS-TOTAL-LINE.
              05 WS-TL-LABEL PIC X(20).
              05 WS-TL-COUNT PIC Z(5)9.
              05 FILLER PIC X(5) VALUE SPACES.
              05 WS-TL-AMOUNT PIC Z(8)9.

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
           MOVE 0 TO WS-HELD-COUNT.
           MOVE 0 TO WS-HELD-TOTAL.
           MOVE 0 TO WS-AGED-COUNT.
           MOVE 0 TO WS-AGED-TOTAL.
           MOVE 0 TO WS-REIN-COUNT.
           MOVE 0 TO WS-REIN-TOTAL.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           CALL "get-parameter" USING WS-CLAIM-KEY,
             WS-CLAIM-DEFAULT, WS-CLAIM-DAYS.

           PERFORM COUNT-SPOOL.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       WRITE-REPORT.
           OPEN EXTEND F-SPOOL-FILE.
           PERFORM WRITE-PAGE-HEADING.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-UNCLAIMED-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-UNCLAIMED-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM WRITE-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-UNCLAIMED-FILE.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "STILL HELD" TO WS-TL-LABEL.
           MOVE WS-HELD-COUNT TO WS-TL-COUNT.
           MOVE WS-HELD-TOTAL TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "AGED OUT" TO WS-TL-LABEL.
           MOVE WS-AGED-COUNT TO WS-TL-COUNT.
           MOVE WS-AGED-TOTAL TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "REINSTATED" TO WS-TL-LABEL.
           MOVE WS-REIN-COUNT TO WS-TL-COUNT.
           MOVE WS-REIN-TOTAL TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

       WRITE-ONE-ROW.
           IF WS-PAGE-LINES > 55 THEN
               ADD 1 TO WS-PAGE-NO
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           MOVE UB-ID TO WS-DL-ID.
           MOVE UB-USERNAME TO WS-DL-USERNAME.
           MOVE UB-DISPLAY-NAME TO WS-DL-NAME.
           MOVE UB-BALANCE TO WS-DL-BALANCE.
           MOVE UB-REMOVED-DATE TO WS-DL-REMOVED.

           IF UB-STATUS = "R" THEN
               MOVE SPACES TO WS-DL-STATUS
               STRING "REINSTATED " DELIMITED BY SIZE
                   UB-ACTION-DATE DELIMITED BY SIZE
                   INTO WS-DL-STATUS
               ADD 1 TO WS-REIN-COUNT
               ADD UB-BALANCE TO WS-REIN-TOTAL
           ELSE
               COMPUTE WS-REMOVED-INT =
                   FUNCTION INTEGER-OF-DATE(UB-REMOVED-DATE)
               IF WS-TODAY-INT - WS-REMOVED-INT > WS-CLAIM-DAYS THEN
                   MOVE "AGED OUT" TO WS-DL-STATUS
                   ADD 1 TO WS-AGED-COUNT
                   ADD UB-BALANCE TO WS-AGED-TOTAL
               ELSE
                   MOVE "HELD" TO WS-DL-STATUS
                   ADD 1 TO WS-HELD-COUNT
                   ADD UB-BALANCE TO WS-HELD-TOTAL
               END-IF
           END-IF.

           MOVE WS-DETAIL-LINE TO SP-LINE.
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
           MOVE "UNCLAIMED BALANCES" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
