       IDENTIFICATION DIVISION.
       PROGRAM-ID. role-holdings-report.
      ******************************************************************
      *----QUARTERLY REPORT JOB FOR THE OWNER'S REVIEW OF WHO CAN DO---*
      *----WHAT IN THE BACK OFFICE: EVERY STAFF ROLE HELD, ROLE BY-----*
      *----ROLE, WITH THE HOLDER'S ACCOUNT LEVEL (A ROLE ON AN---------*
      *----ACCOUNT THAT IS NO LONGER ADM OPENS NOTHING) AND WHO--------*
      *----GRANTED IT WHEN; THEN THE FUNCTION-TO-ROLE MAP AS IT--------*
      *----STANDS; THEN THE REFUSED ATTEMPTS OF THE LAST NINETY-ONE----*
      *----DAYS, BY MEMBER AND FUNCTION--------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ROLES-FILE ASSIGN TO "staff-roles.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-FUNCTION-FILE ASSIGN TO
             "function-roles.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-REFUSALS-FILE ASSIGN TO
             'access-refusals.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-ROLES-FILE.
           01 SR-ENTRY.
              05 SR-USERNAME PIC X(16).
              05 SR-ROLE PIC X(3).
              05 SR-GRANTED-BY PIC X(16).
              05 SR-GRANTED-DATE PIC 9(8).

           FD F-FUNCTION-FILE.
           01 FR-ENTRY.
              05 FR-FUNCTION PIC X(4).
              05 FR-ROLES PIC X(15).
              05 FR-NAME PIC X(28).

           FD F-REFUSALS-FILE.
           01 AR-ENTRY.
              05 AR-DATE PIC 9(8).
              05 AR-TIME PIC 9(6).
              05 AR-USERNAME PIC X(16).
              05 AR-FUNCTION PIC X(4).

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
           01 WS-SINCE PIC 9(8).
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-HOLDER-LEVEL PIC X(3).
           01 WS-HOLDER-VIP-EXPIRY PIC 9(8).

      *>    THE ROLES IN THE ORDER THE REPORT LISTS THEM.
           01 WS-ROLE-VALUES.
              05 FILLER PIC X(23) VALUE "FINFINANCE".
              05 FILLER PIC X(23) VALUE "SUPSUPPORT".
              05 FILLER PIC X(23) VALUE "MODCONTENT MODERATION".
              05 FILLER PIC X(23) VALUE "OPSOPERATIONS".
              05 FILLER PIC X(23) VALUE "SYSSYSTEM".
           01 WS-ROLE-TABLE REDEFINES WS-ROLE-VALUES.
              05 WS-ROLE-ENTRY OCCURS 5 TIMES.
                 10 WS-ROLE-CODE PIC X(3).
                 10 WS-ROLE-NAME PIC X(20).
           01 WS-ROLE-IDX PIC 9.

           01 WS-HOLD-COUNT PIC 9(3) VALUE 0.
           01 WS-HOLD-ROWS.
               05 WS-HOLD-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-HOLD-COUNT.
                   10 WS-HD-USERNAME PIC X(16).
                   10 WS-HD-ROLE PIC X(3).
                   10 WS-HD-GRANTED-BY PIC X(16).
                   10 WS-HD-GRANTED-DATE PIC 9(8).
           01 WS-HOLD-IDX PIC 9(3).
           01 WS-ROLE-HOLDERS PIC 9(3).

           01 WS-TALLY-COUNT PIC 9(3) VALUE 0.
           01 WS-TALLY-ROWS.
               05 WS-TALLY-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-TALLY-COUNT.
                   10 WS-TL-USERNAME PIC X(16).
                   10 WS-TL-FUNCTION PIC X(4).
                   10 WS-TL-TIMES PIC 9(5).
                   10 WS-TL-LAST-DATE PIC 9(8).
           01 WS-TALLY-IDX PIC 9(3).
           01 WS-TALLY-FOUND PIC 9(3).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(19) VALUE "STAFF ROLE HOLDINGS".
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-HL-DATE PIC 9(8).
           01 WS-ROLE-HEAD-LINE.
              05 WS-RH-CODE PIC X(3).
              05 FILLER PIC X(3) VALUE " - ".
              05 WS-RH-NAME PIC X(20).
           01 WS-HOLD-COL-LINE.
              05 FILLER PIC X(40) VALUE
                "  MEMBER           LEVEL  GRANTED BY    ".
              05 FILLER PIC X(10) VALUE "   ON".
           01 WS-HOLD-LINE.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-HL-USERNAME PIC X(16).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-HL-LEVEL PIC X(3).
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-HL-GRANTED-BY PIC X(16).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-HL-GRANTED-DATE PIC 9(8).
           01 WS-MAP-COL-LINE.
              05 FILLER PIC X(40) VALUE
                "FUNCTION                         ROLES".
           01 WS-MAP-LINE.
              05 WS-ML-FUNCTION PIC X(4).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-ML-NAME PIC X(28).
              05 WS-ML-ROLES PIC X(15).
           01 WS-REFUSAL-COL-LINE.
              05 FILLER PIC X(40) VALUE
                "MEMBER           FUNC   TIMES  LAST ON".
           01 WS-REFUSAL-LINE.
              05 WS-RL-USERNAME PIC X(16).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-RL-FUNCTION PIC X(4).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-RL-TIMES PIC ZZZZ9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-RL-LAST-DATE PIC 9(8).

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE 0 TO WS-TALLY-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-SINCE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY) - 91).

           CALL "seed-function-roles".
           PERFORM LOAD-HOLDINGS.
           PERFORM TALLY-REFUSALS.

           PERFORM COUNT-SPOOL.

           OPEN EXTEND F-SPOOL-FILE.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           IF WS-HOLD-COUNT = 0 THEN
               MOVE "NO ROLES HANDED OUT - EVERY ADM ACCOUNT HOLDS EVERY
      -            " FUNCTION" TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           ELSE
               MOVE WS-HOLD-COL-LINE TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
               MOVE 0 TO WS-ROLE-IDX
               PERFORM UNTIL WS-ROLE-IDX = 5
                   ADD 1 TO WS-ROLE-IDX
                   PERFORM WRITE-ONE-ROLE
               END-PERFORM
           END-IF.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-MAP-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-FUNCTION-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-FUNCTION-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE FR-FUNCTION TO WS-ML-FUNCTION
                       MOVE FR-NAME TO WS-ML-NAME
                       MOVE FR-ROLES TO WS-ML-ROLES
                       MOVE WS-MAP-LINE TO SP-LINE
                       PERFORM WRITE-SPOOL-LINE
               END-READ
           END-PERFORM.
           CLOSE F-FUNCTION-FILE.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "REFUSED ATTEMPTS, LAST 91 DAYS" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           IF WS-TALLY-COUNT = 0 THEN
               MOVE "  NONE" TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           ELSE
               MOVE WS-REFUSAL-COL-LINE TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
               MOVE 0 TO WS-TALLY-IDX
               PERFORM UNTIL WS-TALLY-IDX = WS-TALLY-COUNT
                   ADD 1 TO WS-TALLY-IDX
                   MOVE WS-TL-USERNAME(WS-TALLY-IDX) TO WS-RL-USERNAME
                   MOVE WS-TL-FUNCTION(WS-TALLY-IDX) TO WS-RL-FUNCTION
                   MOVE WS-TL-TIMES(WS-TALLY-IDX) TO WS-RL-TIMES
                   MOVE WS-TL-LAST-DATE(WS-TALLY-IDX) TO
                     WS-RL-LAST-DATE
                   MOVE WS-REFUSAL-LINE TO SP-LINE
                   PERFORM WRITE-SPOOL-LINE
               END-PERFORM
           END-IF.

           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       LOAD-HOLDINGS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ROLES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ROLES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-HOLD-COUNT < 500 THEN
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE SR-ENTRY TO
                             WS-HOLD-ENTRY(WS-HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ROLES-FILE.

       TALLY-REFUSALS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REFUSALS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REFUSALS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF AR-DATE >= WS-SINCE THEN
                           PERFORM TALLY-ONE-REFUSAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-REFUSALS-FILE.

       TALLY-ONE-REFUSAL.
           MOVE 0 TO WS-TALLY-FOUND.
           MOVE 0 TO WS-TALLY-IDX.
           PERFORM UNTIL WS-TALLY-IDX = WS-TALLY-COUNT OR
                         WS-TALLY-FOUND > 0
               ADD 1 TO WS-TALLY-IDX
               IF WS-TL-USERNAME(WS-TALLY-IDX) = AR-USERNAME AND
                  WS-TL-FUNCTION(WS-TALLY-IDX) = AR-FUNCTION THEN
                   MOVE WS-TALLY-IDX TO WS-TALLY-FOUND
               END-IF
           END-PERFORM.
           IF WS-TALLY-FOUND = 0 THEN
               IF WS-TALLY-COUNT = 200 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TALLY-COUNT
               MOVE WS-TALLY-COUNT TO WS-TALLY-FOUND
               MOVE AR-USERNAME TO WS-TL-USERNAME(WS-TALLY-FOUND)
               MOVE AR-FUNCTION TO WS-TL-FUNCTION(WS-TALLY-FOUND)
               MOVE 0 TO WS-TL-TIMES(WS-TALLY-FOUND)
           END-IF.
           ADD 1 TO WS-TL-TIMES(WS-TALLY-FOUND).
           MOVE AR-DATE TO WS-TL-LAST-DATE(WS-TALLY-FOUND).

       WRITE-ONE-ROLE.
           MOVE WS-ROLE-CODE(WS-ROLE-IDX) TO WS-RH-CODE.
           MOVE WS-ROLE-NAME(WS-ROLE-IDX) TO WS-RH-NAME.
           MOVE WS-ROLE-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-ROLE-HOLDERS.
           MOVE 0 TO WS-HOLD-IDX.
           PERFORM UNTIL WS-HOLD-IDX = WS-HOLD-COUNT
               ADD 1 TO WS-HOLD-IDX
               IF WS-HD-ROLE(WS-HOLD-IDX) = WS-ROLE-CODE(WS-ROLE-IDX)
                 THEN
                   ADD 1 TO WS-ROLE-HOLDERS
                   MOVE SPACES TO WS-HOLDER-LEVEL
                   CALL "account-status-check" USING
                     WS-HD-USERNAME(WS-HOLD-IDX), WS-HOLDER-LEVEL,
                     WS-HOLDER-VIP-EXPIRY
                   MOVE WS-HD-USERNAME(WS-HOLD-IDX) TO WS-HL-USERNAME
                   MOVE WS-HOLDER-LEVEL TO WS-HL-LEVEL
                   MOVE WS-HD-GRANTED-BY(WS-HOLD-IDX) TO
                     WS-HL-GRANTED-BY
                   MOVE WS-HD-GRANTED-DATE(WS-HOLD-IDX) TO
                     WS-HL-GRANTED-DATE
                   MOVE WS-HOLD-LINE TO SP-LINE
                   PERFORM WRITE-SPOOL-LINE
               END-IF
           END-PERFORM.
           IF WS-ROLE-HOLDERS = 0 THEN
               MOVE "  NOBODY" TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-IF.

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
           MOVE "ROLE HOLDINGS" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
