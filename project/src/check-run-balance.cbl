       IDENTIFICATION DIVISION.
       PROGRAM-ID. check-run-balance.
      ******************************************************************
      *----SUB PROGRAM RUN BY ARCHIVE-TRANSACTION-LOG AFTER THE--------*
      *----DAY'S LEDGER ROWS ARE APPENDED TO THE ARCHIVE AND BEFORE----*
      *----THE LIVE LOG IS EMPTIED. IT TAKES THE LATEST CONTROL--------*
      *----TOTALS RECORDED IN RUN-BALANCING.DAT FOR THE BUSINESS-------*
      *----DATE PASSED IN -- NOT THE CLOCK DATE, SO A RUN THAT---------*
      *----CROSSES MIDNIGHT OR IS RERUN NEXT MORNING STILL FINDS-------*
      *----THEM -- FOR THE THREE MONEY-MOVING STEPS: THE ROWS READ-----*
      *----BY POST-GENERAL-LEDGER, THE ROWS CUT BY---------------------*
      *----ACCOUNTING-EXTRACT AND THE ROWS APPENDED BY-----------------*
      *----ARCHIVE-TRANSACTION-LOG, AND PROVES THAT ALL THREE AGREE----*
      *----ON ROW COUNT, CHARGE AND CREDITS. A STEP WITH NO TOTALS-----*
      *----FOR THE DATE IS OUT OF BALANCE. THE BALANCING SHEET GOES----*
      *----TO THE REPORT SPOOL FOR THE MORNING CHECK EITHER WAY,-------*
      *----AND THE CALLER IS TOLD WHETHER THE STEPS BALANCED-----------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-BALANCING-FILE ASSIGN TO
             "run-balancing.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-BALANCING-FILE.
           01 RB-ENTRY.
              05 RB-DATE PIC 9(8).
              05 RB-TIME PIC 9(6).
              05 RB-STEP PIC X(8).
              05 RB-ROWS PIC 9(7).
              05 RB-CHARGE PIC 9(9).
              05 RB-CREDITS PIC 9(9).

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

      *>    THE STEPS THAT MUST AGREE, IN THE ORDER THEY RUN, WITH
      *>    THE LATEST TOTALS EACH RECORDED FOR TODAY.
           01 WS-STEP-VALUES.
              05 FILLER PIC X(28) VALUE
                 "GLREAD  GENERAL LEDGER READ".
              05 FILLER PIC X(28) VALUE
                 "EXTRACT ACCOUNTS EXTRACT CUT".
              05 FILLER PIC X(28) VALUE
                 "ARCHIVE ARCHIVE APPENDED".
           01 WS-STEP-NAMES REDEFINES WS-STEP-VALUES.
              05 WS-STEP-NAME-ENTRY OCCURS 3 TIMES.
                 10 WS-SN-CODE PIC X(8).
                 10 WS-SN-DESC PIC X(20).
           01 WS-STEP-TOTALS.
              05 WS-STEP-TOTAL OCCURS 3 TIMES.
                 10 WS-ST-FOUND PIC 9.
                 10 WS-ST-ROWS PIC 9(7).
                 10 WS-ST-CHARGE PIC 9(9).
                 10 WS-ST-CREDITS PIC 9(9).
           01 WS-STEP-IDX PIC 9.

           01 WS-HEAD-LINE.
              05 FILLER PIC X(13) VALUE "RUN BALANCING".
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-HL-DATE PIC 9(8).
           01 WS-COLUMN-LINE.
              05 FILLER PIC X(25) VALUE "STEP".
              05 FILLER PIC X(10) VALUE "ROWS".
              05 FILLER PIC X(13) VALUE "CHARGE".
              05 FILLER PIC X(7) VALUE "CREDITS".
           01 WS-DETAIL-LINE.
              05 WS-DL-DESC PIC X(20).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-ROWS PIC Z(6)9.
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-DL-CHARGE PIC Z(8)9.
              05 FILLER PIC X(5) VALUE SPACES.
              05 WS-DL-CREDITS PIC Z(8)9.
           01 WS-MISSING-LINE.
              05 WS-ML-DESC PIC X(20).
              05 FILLER PIC X(2) VALUE SPACES.
              05 FILLER PIC X(24) VALUE "NOT RECORDED TODAY".

           LINKAGE SECTION.
      *>    THE BUSINESS DATE BEING BALANCED, YYYYMMDD
           01 LS-RUN-DATE PIC 9(8).
      *>    1 = EVERY STEP AGREES, 0 = OUT OF BALANCE
           01 LS-IN-BALANCE PIC 9.

       PROCEDURE DIVISION USING LS-RUN-DATE, LS-IN-BALANCE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           INITIALIZE WS-STEP-TOTALS.

           MOVE LS-RUN-DATE TO WS-TODAY.

      *>    THE FILE IS IN THE ORDER WRITTEN, SO A STEP RUN AGAIN
      *>    TODAY OVERWRITES ITS EARLIER TOTALS HERE.
           OPEN INPUT F-BALANCING-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BALANCING-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF RB-DATE = WS-TODAY THEN
                           PERFORM TAKE-STEP-TOTALS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BALANCING-FILE.

           MOVE 1 TO LS-IN-BALANCE.
           MOVE 0 TO WS-STEP-IDX.
           PERFORM UNTIL WS-STEP-IDX = 3
               ADD 1 TO WS-STEP-IDX
               IF WS-ST-FOUND(WS-STEP-IDX) = 0 THEN
                   MOVE 0 TO LS-IN-BALANCE
               END-IF
               IF WS-ST-ROWS(WS-STEP-IDX) NOT = WS-ST-ROWS(1) OR
                  WS-ST-CHARGE(WS-STEP-IDX) NOT = WS-ST-CHARGE(1) OR
                  WS-ST-CREDITS(WS-STEP-IDX) NOT = WS-ST-CREDITS(1)
                   MOVE 0 TO LS-IN-BALANCE
               END-IF
           END-PERFORM.

           PERFORM COUNT-SPOOL.

           OPEN EXTEND F-SPOOL-FILE.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COLUMN-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE 0 TO WS-STEP-IDX.
           PERFORM UNTIL WS-STEP-IDX = 3
               ADD 1 TO WS-STEP-IDX
               IF WS-ST-FOUND(WS-STEP-IDX) = 1 THEN
                   MOVE WS-SN-DESC(WS-STEP-IDX) TO WS-DL-DESC
                   MOVE WS-ST-ROWS(WS-STEP-IDX) TO WS-DL-ROWS
                   MOVE WS-ST-CHARGE(WS-STEP-IDX) TO WS-DL-CHARGE
                   MOVE WS-ST-CREDITS(WS-STEP-IDX) TO WS-DL-CREDITS
                   MOVE WS-DETAIL-LINE TO SP-LINE
               ELSE
                   MOVE WS-SN-DESC(WS-STEP-IDX) TO WS-ML-DESC
                   MOVE WS-MISSING-LINE TO SP-LINE
               END-IF
               PERFORM WRITE-SPOOL-LINE
           END-PERFORM.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           IF LS-IN-BALANCE = 1 THEN
               MOVE "IN BALANCE - LIVE LEDGER CLEARED" TO SP-LINE
           ELSE
               MOVE "*** OUT OF BALANCE - LIVE LEDGER KEPT ***" TO
                 SP-LINE
           END-IF.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       TAKE-STEP-TOTALS.
           MOVE 0 TO WS-STEP-IDX.
           PERFORM UNTIL WS-STEP-IDX = 3
               ADD 1 TO WS-STEP-IDX
               IF WS-SN-CODE(WS-STEP-IDX) = RB-STEP THEN
                   MOVE 1 TO WS-ST-FOUND(WS-STEP-IDX)
                   MOVE RB-ROWS TO WS-ST-ROWS(WS-STEP-IDX)
                   MOVE RB-CHARGE TO WS-ST-CHARGE(WS-STEP-IDX)
                   MOVE RB-CREDITS TO WS-ST-CREDITS(WS-STEP-IDX)
               END-IF
           END-PERFORM.

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
           MOVE "RUN BALANCING" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
