       IDENTIFICATION DIVISION.
       PROGRAM-ID. legal-hold-report.
      ******************************************************************
      *----WEEKLY REPORT JOB THAT LISTS THE ACTIVE LEGAL HOLDS DUE-----*
      *----FOR REVIEW IN THE NEXT THIRTY DAYS, OR ALREADY PAST THEIR---*
      *----REVIEW DATE (MARKED OVERDUE), WITH THE REFERENCE, REASON,---*
      *----AND WHO SET THE HOLD WHEN; THEN THE COUNT OF ALL ACTIVE-----*
      *----HOLDS; THEN, FOR THE LAST SEVEN DAYS, HOW MANY TIMES EACH---*
      *----HELD MEMBER WAS SKIPPED OR REFUSED BY EACH DELETION,--------*
      *----PURGE, ANONYMISATION OR ARCHIVE PATH------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-HOLDS-FILE ASSIGN TO "legal-holds.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-HOLD-LOG-FILE ASSIGN TO
             'legal-hold-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-HOLDS-FILE.
           01 LH-ENTRY.
              05 LH-USERNAME PIC X(16).
              05 LH-STATUS PIC X(1).
              05 LH-REASON PIC X(40).
              05 LH-REFERENCE PIC X(20).
              05 LH-REVIEW-DATE PIC 9(8).
              05 LH-SET-BY PIC X(16).
              05 LH-SET-DATE PIC 9(8).
              05 LH-RELEASED-DATE PIC 9(8).

           FD F-HOLD-LOG-FILE.
           01 HL-ENTRY.
              05 HL-DATE PIC 9(8).
              05 HL-TIME PIC 9(6).
              05 HL-USERNAME PIC X(16).
              05 HL-PATH PIC X(28).

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
           01 WS-REVIEW-BY PIC 9(8).
           01 WS-SINCE PIC 9(8).
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-ACTIVE-HOLDS PIC 9(5) VALUE 0.
           01 WS-DUE-HOLDS PIC 9(5) VALUE 0.

           01 WS-TALLY-COUNT PIC 9(3) VALUE 0.
           01 WS-TALLY-ROWS.
               05 WS-TALLY-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-TALLY-COUNT.
                   10 WS-TL-USERNAME PIC X(16).
                   10 WS-TL-PATH PIC X(28).
                   10 WS-TL-TIMES PIC 9(5).
           01 WS-TALLY-IDX PIC 9(3).
           01 WS-TALLY-FOUND PIC 9(3).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(26) VALUE "LEGAL HOLDS DUE FOR REVIEW".
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-HL-DATE PIC 9(8).
           01 WS-COL-LINE.
              05 FILLER PIC X(38) VALUE
                "MEMBER           REFERENCE".
              05 FILLER PIC X(18) VALUE "REVIEW BY".
              05 FILLER PIC X(17) VALUE "SET BY".
              05 FILLER PIC X(2) VALUE "ON".
           01 WS-HOLD-LINE.
              05 WS-HD-USERNAME PIC X(16).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-HD-REFERENCE PIC X(20).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-HD-REVIEW-DATE PIC 9(8).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-HD-OVERDUE PIC X(8).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-HD-SET-BY PIC X(16).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-HD-SET-DATE PIC 9(8).
           01 WS-REASON-LINE.
              05 FILLER PIC X(4) VALUE SPACES.
              05 FILLER PIC X(8) VALUE "REASON: ".
              05 WS-RL-REASON PIC X(40).
           01 WS-COUNT-LINE.
              05 FILLER PIC X(24) VALUE "ACTIVE HOLDS, ALL      ".
              05 WS-CL-ACTIVE PIC ZZZZ9.
           01 WS-SKIP-COL-LINE.
              05 FILLER PIC X(40) VALUE
                "MEMBER           PATH                  ".
              05 FILLER PIC X(10) VALUE "     TIMES".
           01 WS-SKIP-LINE.
              05 WS-SL-USERNAME PIC X(16).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-SL-PATH PIC X(28).
              05 WS-SL-TIMES PIC ZZZZ9.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-ACTIVE-HOLDS.
           MOVE 0 TO WS-DUE-HOLDS.
           MOVE 0 TO WS-TALLY-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-REVIEW-BY = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY) + 30).
           COMPUTE WS-SINCE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY) - 7).

           PERFORM TALLY-SKIPS.

           PERFORM COUNT-SPOOL.

           OPEN EXTEND F-SPOOL-FILE.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HOLDS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOLDS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF LH-STATUS = "A" THEN
                           ADD 1 TO WS-ACTIVE-HOLDS
                           IF LH-REVIEW-DATE <= WS-REVIEW-BY THEN
                               PERFORM WRITE-ONE-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HOLDS-FILE.

           IF WS-DUE-HOLDS = 0 THEN
               MOVE "  NONE DUE" TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-IF.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-ACTIVE-HOLDS TO WS-CL-ACTIVE.
           MOVE WS-COUNT-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "SKIPPED OR REFUSED UNDER HOLD, LAST 7 DAYS" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           IF WS-TALLY-COUNT = 0 THEN
               MOVE "  NONE" TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           ELSE
               MOVE WS-SKIP-COL-LINE TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
               MOVE 0 TO WS-TALLY-IDX
               PERFORM UNTIL WS-TALLY-IDX = WS-TALLY-COUNT
                   ADD 1 TO WS-TALLY-IDX
                   MOVE WS-TL-USERNAME(WS-TALLY-IDX) TO WS-SL-USERNAME
                   MOVE WS-TL-PATH(WS-TALLY-IDX) TO WS-SL-PATH
                   MOVE WS-TL-TIMES(WS-TALLY-IDX) TO WS-SL-TIMES
                   MOVE WS-SKIP-LINE TO SP-LINE
                   PERFORM WRITE-SPOOL-LINE
               END-PERFORM
           END-IF.

           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       WRITE-ONE-HOLD.
           ADD 1 TO WS-DUE-HOLDS.
           MOVE LH-USERNAME TO WS-HD-USERNAME.
           MOVE LH-REFERENCE TO WS-HD-REFERENCE.
           MOVE LH-REVIEW-DATE TO WS-HD-REVIEW-DATE.
           IF LH-REVIEW-DATE < WS-TODAY THEN
               MOVE "OVERDUE" TO WS-HD-OVERDUE
           ELSE
               MOVE SPACES TO WS-HD-OVERDUE
           END-IF.
           MOVE LH-SET-BY TO WS-HD-SET-BY.
           MOVE LH-SET-DATE TO WS-HD-SET-DATE.
           MOVE WS-HOLD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE LH-REASON TO WS-RL-REASON.
           MOVE WS-REASON-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       TALLY-SKIPS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HOLD-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOLD-LOG-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF HL-DATE > WS-SINCE THEN
                           PERFORM TALLY-ONE-SKIP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HOLD-LOG-FILE.

       TALLY-ONE-SKIP.
           MOVE 0 TO WS-TALLY-FOUND.
           MOVE 0 TO WS-TALLY-IDX.
           PERFORM UNTIL WS-TALLY-IDX = WS-TALLY-COUNT OR
                         WS-TALLY-FOUND > 0
               ADD 1 TO WS-TALLY-IDX
               IF WS-TL-USERNAME(WS-TALLY-IDX) = HL-USERNAME AND
                  WS-TL-PATH(WS-TALLY-IDX) = HL-PATH THEN
                   MOVE WS-TALLY-IDX TO WS-TALLY-FOUND
               END-IF
           END-PERFORM.
           IF WS-TALLY-FOUND = 0 THEN
               IF WS-TALLY-COUNT = 200 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TALLY-COUNT
               MOVE WS-TALLY-COUNT TO WS-TALLY-FOUND
               MOVE HL-USERNAME TO WS-TL-USERNAME(WS-TALLY-FOUND)
               MOVE HL-PATH TO WS-TL-PATH(WS-TALLY-FOUND)
               MOVE 0 TO WS-TL-TIMES(WS-TALLY-FOUND)
           END-IF.
           ADD 1 TO WS-TL-TIMES(WS-TALLY-FOUND).

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
           MOVE "LEGAL HOLD REVIEW" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
