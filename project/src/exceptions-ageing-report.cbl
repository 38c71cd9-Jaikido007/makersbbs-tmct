       IDENTIFICATION DIVISION.
       PROGRAM-ID. exceptions-ageing-report.
      ******************************************************************
      *----REPORT JOB FOR THE EXCEPTIONS WORKBENCH: EVERY ITEM IN THE--*
      *----QUEUE NOT YET CLOSED, COUNTED BY SOURCE (CREDIT MISMATCH,---*
      *----SETTLEMENT, FRAUD SCREEN, INTEGRITY AUDIT) AGAINST HOW------*
      *----LONG SINCE IT WAS FIRST RAISED - 0-2, 3-7, 8-30 AND OVER----*
      *----30 DAYS - WITH ROW AND COLUMN TOTALS, TO THE REPORT SPOOL---*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-QUEUE-FILE ASSIGN TO
             "exceptions-queue.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-QUEUE-FILE.
           01 EQ-ENTRY.
              05 EQ-ID PIC 9(6).
              05 EQ-SOURCE PIC X(1).
              05 EQ-KEY PIC X(40).
              05 EQ-DETAIL PIC X(40).
              05 EQ-FIRST-RAISED PIC 9(8).
              05 EQ-LAST-RAISED PIC 9(8).
              05 EQ-RAISED-COUNT PIC 9(3).
              05 EQ-REPEAT-OF PIC 9(6).
              05 EQ-STATUS PIC X(1).
              05 EQ-ASSIGNED PIC X(16).
              05 EQ-DISPOSITION PIC X(4).
              05 EQ-NOTE PIC X(40).
              05 EQ-CLOSED-BY PIC X(16).
              05 EQ-CLOSED-DATE PIC 9(8).

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
           01 WS-TODAY-INT PIC 9(7) COMP.
           01 WS-ROW-INT PIC 9(7) COMP.
           01 WS-AGE PIC 9(5).
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-SRC-IDX PIC 9.
           01 WS-BAND-IDX PIC 9.

      *>    ONE ROW PER SOURCE, IN THE ORDER THE MORNING CHECK TAKES
      *>    THEM, EACH WITH A TALLY PER AGE BAND AND A ROW TOTAL.
           01 WS-SOURCE-VALUES.
              05 FILLER PIC X(17) VALUE "MCREDIT MISMATCH".
              05 FILLER PIC X(17) VALUE "SSETTLEMENT".
              05 FILLER PIC X(17) VALUE "FFRAUD SCREEN".
              05 FILLER PIC X(17) VALUE "IINTEGRITY AUDIT".
           01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
              05 WS-SOURCE-ENTRY OCCURS 4 TIMES.
                 10 WS-SRC-CODE PIC X(1).
                 10 WS-SRC-NAME PIC X(16).
           01 WS-TALLY-TABLE.
              05 WS-TALLY-ROW OCCURS 5 TIMES.
                 10 WS-TALLY PIC 9(5) OCCURS 5 TIMES.

           01 WS-HEAD-LINE.
              05 FILLER PIC X(26) VALUE "OPEN EXCEPTIONS BY AGE    ".
              05 WS-HL-DATE PIC 9(8).
           01 WS-COL-LINE PIC X(80) VALUE
             "SOURCE             0-2D   3-7D  8-30D   31D+  TOTAL".
           01 WS-DETAIL-LINE.
              05 WS-DL-SOURCE PIC X(16).
              05 WS-DL-COUNT PIC Z(6)9 OCCURS 5 TIMES.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE ZEROES TO WS-TALLY-TABLE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           OPEN INPUT F-QUEUE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUEUE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF EQ-STATUS NOT = "C" THEN
                           PERFORM TALLY-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUEUE-FILE.

           PERFORM COUNT-SPOOL.

           OPEN EXTEND F-SPOOL-FILE.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE 0 TO WS-SRC-IDX.
           PERFORM UNTIL WS-SRC-IDX = 5
               ADD 1 TO WS-SRC-IDX
               IF WS-SRC-IDX = 5 THEN
                   MOVE "TOTAL" TO WS-DL-SOURCE
               ELSE
                   MOVE WS-SRC-NAME(WS-SRC-IDX) TO WS-DL-SOURCE
               END-IF
               MOVE 0 TO WS-BAND-IDX
               PERFORM UNTIL WS-BAND-IDX = 5
                   ADD 1 TO WS-BAND-IDX
                   MOVE WS-TALLY(WS-SRC-IDX, WS-BAND-IDX)
                       TO WS-DL-COUNT(WS-BAND-IDX)
               END-PERFORM
               MOVE WS-DETAIL-LINE TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-PERFORM.

           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

           PERFORM WRITE-INDEX-ROW.

           GOBACK.

      *>    AGE IS COUNTED FROM WHEN THE ITEM WAS FIRST RAISED, SO A
      *>    ROW THAT KEEPS COMING BACK STILL SHOWS HOW LONG IT HAS
      *>    REALLY BEEN OUTSTANDING.
       TALLY-ITEM.
           COMPUTE WS-ROW-INT =
             FUNCTION INTEGER-OF-DATE(EQ-FIRST-RAISED).
           IF WS-ROW-INT > WS-TODAY-INT THEN
               MOVE 0 TO WS-AGE
           ELSE
               COMPUTE WS-AGE = WS-TODAY-INT - WS-ROW-INT
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE < 3
                   MOVE 1 TO WS-BAND-IDX
               WHEN WS-AGE < 8
                   MOVE 2 TO WS-BAND-IDX
               WHEN WS-AGE < 31
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BAND-IDX
           END-EVALUATE.

           MOVE 4 TO WS-SRC-IDX.
           IF EQ-SOURCE = "M" THEN
               MOVE 1 TO WS-SRC-IDX
           END-IF.
           IF EQ-SOURCE = "S" THEN
               MOVE 2 TO WS-SRC-IDX
           END-IF.
           IF EQ-SOURCE = "F" THEN
               MOVE 3 TO WS-SRC-IDX
           END-IF.

           ADD 1 TO WS-TALLY(WS-SRC-IDX, WS-BAND-IDX).
           ADD 1 TO WS-TALLY(WS-SRC-IDX, 5).
           ADD 1 TO WS-TALLY(5, WS-BAND-IDX).
           ADD 1 TO WS-TALLY(5, 5).
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
           MOVE "EXCEPTIONS AGEING" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
