       IDENTIFICATION DIVISION.
       PROGRAM-ID. security-change-report.
      ******************************************************************
      *----DAILY REPORT JOB THAT LISTS THE ACCOUNTS WITH SEVERAL-------*
      *----SECURITY CHANGES INSIDE TWENTY-FOUR HOURS -- AT LEAST-------*
      *----SECURITY-CHANGE-MIN (DEFAULT THREE) PASSWORD, CARD,---------*
      *----ADDRESS, EMAIL, NAME OR PIN SHEET CHANGES FROM--------------*
      *----SECURITY-ALERTS.DAT IN ANY ONE DAY-LONG SPAN OF THE LAST----*
      *----SEVEN DAYS, THE USUAL SHAPE OF A TAKEN-OVER ACCOUNT BEING---*
      *----MADE THE TAKER'S OWN. EACH SUCH ACCOUNT IS SHOWN WITH ITS---*
      *----BUSIEST COUNT AND EVERY CHANGE IN THE WEEK UNDER ITS SA-----*
      *----REFERENCE, THE ONE THE MEMBER QUOTES TO THE SUPPORT DESK----*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ALERTS-FILE ASSIGN TO
             "security-alerts.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-ALERTS-FILE.
           01 SA-ENTRY.
              05 SA-ID PIC 9(6).
              05 SA-DATE PIC 9(8).
              05 SA-TIME.
                 10 SA-HOUR PIC 9(2).
                 10 SA-MINUTE PIC 9(2).
                 10 SA-SECOND PIC 9(2).
              05 SA-USERNAME PIC X(16).
              05 SA-CHANGE PIC X(4).
              05 SA-MAIL-ID PIC 9(6).
              05 SA-OLD-ADDR-1 PIC X(30).
              05 SA-OLD-ADDR-2 PIC X(30).
              05 SA-OLD-POSTCODE PIC X(8).
              05 SA-OLD-COPY PIC X(1).

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
           01 WS-MIN-CHANGES PIC 9(4) VALUE 3.
           01 WS-PARAM-KEY PIC X(20) VALUE "SECURITY-CHANGE-MIN".
           01 WS-PARAM-DEFAULT PIC 9(6) VALUE 3.
           01 WS-PARAM-VALUE PIC 9(6).
           01 WS-FLAGGED PIC 9(5) VALUE 0.

      *>    THE WEEK'S CHANGES, IN THE ORDER THEY HAPPENED.
           01 WS-ALERT-COUNT PIC 9(4) VALUE 0.
           01 WS-ALERT-TABLE.
               05 WS-ALERT-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-ALERT-COUNT.
                   10 WS-AL-ID PIC 9(6).
                   10 WS-AL-DATE PIC 9(8).
                   10 WS-AL-TIME PIC 9(6).
                   10 WS-AL-USERNAME PIC X(16).
                   10 WS-AL-CHANGE PIC X(4).
                   10 WS-AL-MINUTES PIC 9(9).

      *>    ONE ROW PER ACCOUNT WITH ITS BUSIEST DAY-LONG SPAN.
           01 WS-ACCOUNT-COUNT PIC 9(4) VALUE 0.
           01 WS-ACCOUNT-TABLE.
               05 WS-ACCOUNT-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-ACCOUNT-COUNT.
                   10 WS-AC-USERNAME PIC X(16).
                   10 WS-AC-BUSIEST PIC 9(4).

           01 WS-IDX PIC 9(4).
           01 WS-JDX PIC 9(4).
           01 WS-FOUND PIC 9(4).
           01 WS-IN-SPAN PIC 9(4).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(16) VALUE "SECURITY CHANGES".
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-HL-DATE PIC 9(8).
           01 WS-RULE-LINE.
              05 FILLER PIC X(22) VALUE "ACCOUNTS WITH AT LEAST".
              05 WS-RL-MIN PIC ZZZ9.
              05 FILLER PIC X(38) VALUE
                " CHANGES INSIDE 24 HOURS, LAST 7 DAYS".
           01 WS-ACCOUNT-LINE.
              05 WS-AL-LINE-USER PIC X(16).
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-AL-LINE-BUSIEST PIC ZZZ9.
              05 FILLER PIC X(24) VALUE " CHANGES IN ONE 24 HOURS".
           01 WS-CHANGE-LINE.
              05 FILLER PIC X(4) VALUE SPACES.
              05 FILLER PIC X(2) VALUE "SA".
              05 WS-CL-ID PIC 9(6).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-CL-DATE PIC 9(8).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-CL-TIME PIC 9(6).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-CL-WHAT PIC X(20).
           01 WS-COUNT-LINE.
              05 WS-CN-LABEL PIC X(30).
              05 WS-CN-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-FLAGGED.
           MOVE 0 TO WS-ALERT-COUNT.
           MOVE 0 TO WS-ACCOUNT-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-SINCE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY) - 7).
           CALL "get-parameter" USING WS-PARAM-KEY, WS-PARAM-DEFAULT,
             WS-PARAM-VALUE.
           MOVE WS-PARAM-VALUE TO WS-MIN-CHANGES.
           IF WS-MIN-CHANGES < 2 THEN
               MOVE 2 TO WS-MIN-CHANGES
           END-IF.

           PERFORM LOAD-ALERTS.
           PERFORM FIND-BUSIEST-SPANS.

           PERFORM COUNT-SPOOL.

           OPEN EXTEND F-SPOOL-FILE.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-MIN-CHANGES TO WS-RL-MIN.
           MOVE WS-RULE-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = WS-ACCOUNT-COUNT
               ADD 1 TO WS-IDX
               IF WS-AC-BUSIEST(WS-IDX) >= WS-MIN-CHANGES THEN
                   ADD 1 TO WS-FLAGGED
                   PERFORM PRINT-ONE-ACCOUNT
               END-IF
           END-PERFORM.

           IF WS-FLAGGED = 0 THEN
               MOVE SPACES TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
               MOVE "  NONE" TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-IF.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "ACCOUNTS LISTED" TO WS-CN-LABEL.
           MOVE WS-FLAGGED TO WS-CN-COUNT.
           MOVE WS-COUNT-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "SECURITY CHANGES, ALL, 7 DAYS" TO WS-CN-LABEL.
           MOVE WS-ALERT-COUNT TO WS-CN-COUNT.
           MOVE WS-COUNT-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       LOAD-ALERTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ALERTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ALERTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SA-DATE IS NUMERIC AND
                          SA-DATE > WS-SINCE AND
                          SA-TIME IS NUMERIC AND
                          WS-ALERT-COUNT < 3000 THEN
                           PERFORM KEEP-ONE-ALERT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ALERTS-FILE.

       KEEP-ONE-ALERT.
           ADD 1 TO WS-ALERT-COUNT.
           MOVE SA-ID TO WS-AL-ID(WS-ALERT-COUNT).
           MOVE SA-DATE TO WS-AL-DATE(WS-ALERT-COUNT).
           MOVE SA-TIME TO WS-AL-TIME(WS-ALERT-COUNT).
           MOVE SA-USERNAME TO WS-AL-USERNAME(WS-ALERT-COUNT).
           MOVE SA-CHANGE TO WS-AL-CHANGE(WS-ALERT-COUNT).
           COMPUTE WS-AL-MINUTES(WS-ALERT-COUNT) =
             FUNCTION INTEGER-OF-DATE(SA-DATE) * 1440 +
             SA-HOUR * 60 + SA-MINUTE.

           MOVE 0 TO WS-FOUND.
           MOVE 0 TO WS-JDX.
           PERFORM UNTIL WS-JDX = WS-ACCOUNT-COUNT OR WS-FOUND > 0
               ADD 1 TO WS-JDX
               IF WS-AC-USERNAME(WS-JDX) = SA-USERNAME THEN
                   MOVE WS-JDX TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0 THEN
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE SA-USERNAME TO WS-AC-USERNAME(WS-ACCOUNT-COUNT)
               MOVE 0 TO WS-AC-BUSIEST(WS-ACCOUNT-COUNT)
           END-IF.

      *>    EACH CHANGE OPENS A TWENTY-FOUR HOUR SPAN; THE ACCOUNT'S
      *>    BUSIEST SPAN IS THE MOST OF ITS CHANGES ANY ONE HOLDS.
       FIND-BUSIEST-SPANS.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = WS-ALERT-COUNT
               ADD 1 TO WS-IDX
               MOVE 0 TO WS-IN-SPAN
               MOVE 0 TO WS-JDX
               PERFORM UNTIL WS-JDX = WS-ALERT-COUNT
                   ADD 1 TO WS-JDX
                   IF WS-AL-USERNAME(WS-JDX) = WS-AL-USERNAME(WS-IDX)
                      AND WS-AL-MINUTES(WS-JDX) >=
                          WS-AL-MINUTES(WS-IDX)
                      AND WS-AL-MINUTES(WS-JDX) <
                          WS-AL-MINUTES(WS-IDX) + 1440 THEN
                       ADD 1 TO WS-IN-SPAN
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-FOUND
               MOVE 0 TO WS-JDX
               PERFORM UNTIL WS-JDX = WS-ACCOUNT-COUNT OR
                             WS-FOUND > 0
                   ADD 1 TO WS-JDX
                   IF WS-AC-USERNAME(WS-JDX) =
                      WS-AL-USERNAME(WS-IDX) THEN
                       MOVE WS-JDX TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-IN-SPAN > WS-AC-BUSIEST(WS-FOUND) THEN
                   MOVE WS-IN-SPAN TO WS-AC-BUSIEST(WS-FOUND)
               END-IF
           END-PERFORM.

       PRINT-ONE-ACCOUNT.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-AC-USERNAME(WS-IDX) TO WS-AL-LINE-USER.
           MOVE WS-AC-BUSIEST(WS-IDX) TO WS-AL-LINE-BUSIEST.
           MOVE WS-ACCOUNT-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE 0 TO WS-JDX.
           PERFORM UNTIL WS-JDX = WS-ALERT-COUNT
               ADD 1 TO WS-JDX
               IF WS-AL-USERNAME(WS-JDX) = WS-AC-USERNAME(WS-IDX) THEN
                   MOVE WS-AL-ID(WS-JDX) TO WS-CL-ID
                   MOVE WS-AL-DATE(WS-JDX) TO WS-CL-DATE
                   MOVE WS-AL-TIME(WS-JDX) TO WS-CL-TIME
                   EVALUATE WS-AL-CHANGE(WS-JDX)
                       WHEN "PASS" MOVE "PASSWORD" TO WS-CL-WHAT
                       WHEN "CARD" MOVE "CARD ADDED" TO WS-CL-WHAT
                       WHEN "DFLT" MOVE "DEFAULT CARD" TO WS-CL-WHAT
                       WHEN "ADDR" MOVE "POSTAL ADDRESS" TO WS-CL-WHAT
                       WHEN "MAIL" MOVE "EMAIL" TO WS-CL-WHAT
                       WHEN "DNAM" MOVE "DISPLAY NAME" TO WS-CL-WHAT
                       WHEN "RNAM" MOVE "USERNAME" TO WS-CL-WHAT
                       WHEN "PINS" MOVE "PIN SHEET" TO WS-CL-WHAT
                       WHEN OTHER
                           MOVE WS-AL-CHANGE(WS-JDX) TO WS-CL-WHAT
                   END-EVALUATE
                   MOVE WS-CHANGE-LINE TO SP-LINE
                   PERFORM WRITE-SPOOL-LINE
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
           MOVE "SECURITY CHANGES" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
