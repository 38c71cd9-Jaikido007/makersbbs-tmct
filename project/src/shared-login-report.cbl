       IDENTIFICATION DIVISION.
       PROGRAM-ID. shared-login-report.
      ******************************************************************
      *----WEEKLY REPORT JOB THAT LISTS THE ACCOUNTS LIKELY BEING------*
      *----SHARED: EVERY MEMBER WHOSE SESSIONS WERE TAKEN OVER FROM----*
      *----ANOTHER TERMINAL AT LEAST SHARED-LOGIN-MIN TIMES (DEFAULT---*
      *----THREE) IN THE LAST TWENTY-EIGHT DAYS, WITH THE COUNT AND----*
      *----THE FIRST AND LAST TAKEOVER DATES, BUSIEST FIRST. ONE-OFF---*
      *----TAKEOVERS ARE USUALLY A MEMBER WHO WALKED AWAY FROM A-------*
      *----TERMINAL; ONLY THE GRAND TOTAL COUNTS THEM------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-TAKEOVER-FILE ASSIGN TO
             'session-takeovers.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-TAKEOVER-FILE.
           01 SK-ENTRY.
              05 SK-DATE PIC 9(8).
              05 SK-TIME PIC 9(6).
              05 SK-USERNAME PIC X(16).

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
           01 WS-TOTAL-TAKEOVERS PIC 9(5) VALUE 0.
           01 WS-LISTED PIC 9(3) VALUE 0.
           01 WS-MIN-TAKEOVERS PIC 9(3) VALUE 3.
           01 WS-PARAM-KEY PIC X(20) VALUE "SHARED-LOGIN-MIN".
           01 WS-PARAM-DEFAULT PIC 9(6) VALUE 3.
           01 WS-PARAM-VALUE PIC 9(6).

           01 WS-TALLY-COUNT PIC 9(3) VALUE 0.
           01 WS-TALLY-ROWS.
               05 WS-TALLY-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-TALLY-COUNT.
                   10 WS-TL-USERNAME PIC X(16).
                   10 WS-TL-TIMES PIC 9(5).
                   10 WS-TL-FIRST-DATE PIC 9(8).
                   10 WS-TL-LAST-DATE PIC 9(8).
           01 WS-TALLY-IDX PIC 9(3).
           01 WS-TALLY-FOUND PIC 9(3).
           01 WS-BEST-IDX PIC 9(3).
           01 WS-BEST-TIMES PIC 9(5).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(13) VALUE "SHARED LOGINS".
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-HL-DATE PIC 9(8).
           01 WS-RULE-LINE.
              05 FILLER PIC X(28) VALUE
                "ACCOUNTS TAKEN OVER AT LEAST".
              05 WS-RU-MIN PIC ZZ9.
              05 FILLER PIC X(26) VALUE " TIMES IN THE LAST 28 DAYS".
           01 WS-COL-LINE.
              05 FILLER PIC X(40) VALUE
                "MEMBER           TAKEOVERS  FIRST ON    ".
              05 FILLER PIC X(10) VALUE "LAST ON".
           01 WS-DETAIL-LINE.
              05 WS-DL-USERNAME PIC X(16).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-TIMES PIC ZZZZZZZZ9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-FIRST-DATE PIC 9(8).
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-DL-LAST-DATE PIC 9(8).
           01 WS-TOTAL-LINE.
              05 FILLER PIC X(29) VALUE
                "TOTAL TAKEOVERS, ALL MEMBERS".
              05 WS-TT-TIMES PIC ZZZZ9.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-TOTAL-TAKEOVERS.
           MOVE 0 TO WS-LISTED.
           MOVE 0 TO WS-TALLY-COUNT.

           CALL "get-parameter" USING WS-PARAM-KEY, WS-PARAM-DEFAULT,
             WS-PARAM-VALUE.
           MOVE WS-PARAM-VALUE TO WS-MIN-TAKEOVERS.
           IF WS-MIN-TAKEOVERS = 0 THEN
               MOVE 1 TO WS-MIN-TAKEOVERS
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-SINCE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY) - 28).

           PERFORM TALLY-TAKEOVERS.

           PERFORM COUNT-SPOOL.

           OPEN EXTEND F-SPOOL-FILE.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-MIN-TAKEOVERS TO WS-RU-MIN.
           MOVE WS-RULE-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

      *>    BUSIEST ACCOUNT FIRST: PICK THE HIGHEST REMAINING COUNT,
      *>    PRINT IT, ZERO IT, UNTIL NOTHING LEFT REACHES THE BAR.
           MOVE 1 TO WS-BEST-IDX.
           PERFORM UNTIL WS-BEST-IDX = 0
               PERFORM PICK-BUSIEST
               IF WS-BEST-IDX > 0 THEN
                   PERFORM WRITE-ONE-ACCOUNT
               END-IF
           END-PERFORM.

           IF WS-LISTED = 0 THEN
               MOVE "  NONE" TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-IF.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-TOTAL-TAKEOVERS TO WS-TT-TIMES.
           MOVE WS-TOTAL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       TALLY-TAKEOVERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TAKEOVER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TAKEOVER-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SK-DATE > WS-SINCE THEN
                           ADD 1 TO WS-TOTAL-TAKEOVERS
                           PERFORM TALLY-ONE-TAKEOVER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TAKEOVER-FILE.

       TALLY-ONE-TAKEOVER.
           MOVE 0 TO WS-TALLY-FOUND.
           MOVE 0 TO WS-TALLY-IDX.
           PERFORM UNTIL WS-TALLY-IDX = WS-TALLY-COUNT OR
                         WS-TALLY-FOUND > 0
               ADD 1 TO WS-TALLY-IDX
               IF WS-TL-USERNAME(WS-TALLY-IDX) = SK-USERNAME THEN
                   MOVE WS-TALLY-IDX TO WS-TALLY-FOUND
               END-IF
           END-PERFORM.
           IF WS-TALLY-FOUND = 0 THEN
               IF WS-TALLY-COUNT = 500 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TALLY-COUNT
               MOVE WS-TALLY-COUNT TO WS-TALLY-FOUND
               MOVE SK-USERNAME TO WS-TL-USERNAME(WS-TALLY-FOUND)
               MOVE 0 TO WS-TL-TIMES(WS-TALLY-FOUND)
               MOVE SK-DATE TO WS-TL-FIRST-DATE(WS-TALLY-FOUND)
           END-IF.
           ADD 1 TO WS-TL-TIMES(WS-TALLY-FOUND).
           MOVE SK-DATE TO WS-TL-LAST-DATE(WS-TALLY-FOUND).

       PICK-BUSIEST.
           MOVE 0 TO WS-BEST-IDX.
           MOVE 0 TO WS-BEST-TIMES.
           MOVE 0 TO WS-TALLY-IDX.
           PERFORM UNTIL WS-TALLY-IDX = WS-TALLY-COUNT
               ADD 1 TO WS-TALLY-IDX
               IF WS-TL-TIMES(WS-TALLY-IDX) >= WS-MIN-TAKEOVERS AND
                  WS-TL-TIMES(WS-TALLY-IDX) > WS-BEST-TIMES THEN
                   MOVE WS-TALLY-IDX TO WS-BEST-IDX
                   MOVE WS-TL-TIMES(WS-TALLY-IDX) TO WS-BEST-TIMES
               END-IF
           END-PERFORM.

       WRITE-ONE-ACCOUNT.
           ADD 1 TO WS-LISTED.
           MOVE WS-TL-USERNAME(WS-BEST-IDX) TO WS-DL-USERNAME.
           MOVE WS-TL-TIMES(WS-BEST-IDX) TO WS-DL-TIMES.
           MOVE WS-TL-FIRST-DATE(WS-BEST-IDX) TO WS-DL-FIRST-DATE.
           MOVE WS-TL-LAST-DATE(WS-BEST-IDX) TO WS-DL-LAST-DATE.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-TL-TIMES(WS-BEST-IDX).

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
           MOVE "SHARED LOGINS" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
