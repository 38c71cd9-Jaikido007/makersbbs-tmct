       IDENTIFICATION DIVISION.
       PROGRAM-ID. import-collection-returns.
      ******************************************************************
      *----STANDALONE JOB, RUN WHEN THE COLLECTIONS AGENCY SENDS BACK--*
      *----ITS RETURNS FILE (COLLECTIONS-RETURNS.DAT: AN H HEADER, A---*
      *----D ROW PER DEBT WITH OUR INSTALMENT REFERENCE, MEMBER,-------*
      *----AMOUNT AND OUTCOME, AND A T TRAILER OF COUNT AND AMOUNT-----*
      *----TOTAL). A FILE WHOSE TRAILER DOES NOT MATCH ITS DETAILS IS--*
      *----REJECTED WHOLE. EACH DEBT RETURNED UNCOLLECTABLE ("U") IS---*
      *----WRITTEN OFF: THE INSTALMENT GOES TO "W", THE ESCALATION TO--*
      *----ITS LAST STEP, AND A BAD DEBT ROW (ENTRY TYPE "0") GOES ON--*
      *----THE LEDGER FOR THE GL. ANYTHING ELSE IS QUEUED TO-----------*
      *----COLLECTIONS-RETURN-EXCEPTIONS.DAT:--------------------------*
      *----  BADCODE  - OUTCOME IS NOT "U"-----------------------------*
      *----  NOHANDOF - NO HANDED-OFF INSTALMENT WITH THAT REFERENCE---*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RETURNS-FILE ASSIGN TO
             "collections-returns.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SCHEDULE-FILE ASSIGN TO
             "instalment-schedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ESCALATION-FILE ASSIGN TO
             "arrears-escalation.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-EXCEPTION-FILE ASSIGN TO
             "collections-return-exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-RETURNS-FILE.
           01 CR-RECORD.
              05 CR-TYPE PIC X(1).
              05 CR-BODY PIC X(39).
           01 CR-DETAIL.
              05 FILLER PIC X(1).
              05 CR-REF PIC 9(4).
              05 CR-USERNAME PIC X(16).
              05 CR-AMOUNT PIC 9(6).
              05 CR-OUTCOME PIC X(1).
              05 FILLER PIC X(12).
           01 CR-TRAILER.
              05 FILLER PIC X(1).
              05 CR-COUNT PIC 9(7).
              05 CR-AMOUNT-TOTAL PIC 9(9).
              05 FILLER PIC X(23).

           FD F-SCHEDULE-FILE.
           01 IS-ENTRY.
              05 IS-ID PIC 9(4).
              05 IS-USERNAME PIC X(16).
              05 IS-TARIFF PIC X(4).
              05 IS-DUE-DATE PIC 9(8).
              05 IS-AMOUNT PIC 9(6).
              05 IS-STATUS PIC X(1).

           FD F-ESCALATION-FILE.
           01 AR-ENTRY.
              05 AR-INSTALMENT-ID PIC 9(4).
              05 AR-USERNAME PIC X(16).
              05 AR-AMOUNT PIC 9(6).
              05 AR-DUE-DATE PIC 9(8).
              05 AR-STEP PIC 9(1).
              05 AR-STEP-DATE PIC 9(8).

           FD F-EXCEPTION-FILE.
           01 CE-ENTRY.
              05 CE-REF PIC 9(4).
              05 CE-USERNAME PIC X(16).
              05 CE-AMOUNT PIC 9(6).
              05 CE-OUTCOME PIC X(1).
              05 CE-REASON PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-FORMATTED-DT.
             05 WS-FORMATTED-DTE-TME.
               15 WS-FORMATTED-YEAR    PIC  X(4).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-MONTH   PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-DY      PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-HOUR    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-MINS    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-SEC     PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-MS      PIC  X(2).

           01 WS-DATETIME PIC X(21).
           01 WS-TODAY PIC 9(8).
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

      *>    THE AGENCY'S FILE, LOADED AND PROVED AGAINST ITS TRAILER
      *>    BEFORE A SINGLE ROW IS APPLIED.
           01 WS-RETURN-COUNT PIC 9(4) VALUE 0.
           01 WS-RETURNS.
               05 WS-RETURN-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-RETURN-COUNT.
                   10 WS-RTN-REF PIC 9(4).
                   10 WS-RTN-USERNAME PIC X(16).
                   10 WS-RTN-AMOUNT PIC 9(6).
                   10 WS-RTN-OUTCOME PIC X(1).
           01 WS-RETURN-IDX PIC 9(4).
           01 WS-AMOUNT-TOTAL PIC 9(9) VALUE 0.
           01 WS-TRAILER-SEEN PIC 9 VALUE 0.
           01 WS-TRAILER-COUNT PIC 9(7) VALUE 0.
           01 WS-TRAILER-TOTAL PIC 9(9) VALUE 0.

           01 WS-ROW-MATCHED PIC 9.
           01 WS-MEMBER-CREDITS PIC 9(6).
           01 WS-MEMBER-FOUND PIC 9.
           01 WS-ZERO-CREDITS PIC 9(6) VALUE 0.
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.
           01 WS-WRITE-OFF-TARIFF PIC X(4).
           01 WS-WRITTEN-OFF-COUNT PIC 9(4) VALUE 0.
           01 WS-WRITTEN-OFF-AMOUNT PIC 9(9) VALUE 0.
           01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 0200-TIME-AND-DATE.

      *>    OPEN OUTPUT TRUNCATES ANY EXCEPTION LIST LEFT OVER FROM
      *>    THE LAST RUN -- THIS JOB ONLY EVER REPORTS CURRENT STATE.
           OPEN OUTPUT F-EXCEPTION-FILE.
           CLOSE F-EXCEPTION-FILE.

           PERFORM LOAD-RETURNS-FILE.
           IF WS-RETURN-COUNT = 0 THEN
               GOBACK
           END-IF.

           IF WS-TRAILER-SEEN = 0 OR
              WS-TRAILER-COUNT NOT = WS-RETURN-COUNT OR
              WS-TRAILER-TOTAL NOT = WS-AMOUNT-TOTAL THEN
               DISPLAY "COLLECTIONS RETURNS REJECTED - TRAILER SAYS "
                 WS-TRAILER-COUNT " / " WS-TRAILER-TOTAL
                 ", FILE HOLDS " WS-RETURN-COUNT " / "
                 WS-AMOUNT-TOTAL
               GOBACK
           END-IF.

           OPEN EXTEND F-EXCEPTION-FILE.
           MOVE 0 TO WS-RETURN-IDX.
           PERFORM UNTIL WS-RETURN-IDX = WS-RETURN-COUNT
               ADD 1 TO WS-RETURN-IDX
               PERFORM APPLY-ONE-RETURN
           END-PERFORM.
           CLOSE F-EXCEPTION-FILE.

           DISPLAY "COLLECTIONS RETURNS WRITTEN OFF "
             WS-WRITTEN-OFF-COUNT " FOR " WS-WRITTEN-OFF-AMOUNT
             " EXCEPTIONS " WS-EXCEPTION-COUNT.

           GOBACK.

       LOAD-RETURNS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RETURNS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RETURNS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       EVALUATE CR-TYPE
                           WHEN "D"
                               IF WS-RETURN-COUNT < 9999 THEN
                                   PERFORM LOAD-ONE-DETAIL
                               END-IF
                           WHEN "T"
                               MOVE 1 TO WS-TRAILER-SEEN
                               MOVE CR-COUNT TO WS-TRAILER-COUNT
                               MOVE CR-AMOUNT-TOTAL TO
                                 WS-TRAILER-TOTAL
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE F-RETURNS-FILE.

       LOAD-ONE-DETAIL.
           ADD 1 TO WS-RETURN-COUNT.
           MOVE CR-REF TO WS-RTN-REF(WS-RETURN-COUNT).
           MOVE CR-USERNAME TO WS-RTN-USERNAME(WS-RETURN-COUNT).
           MOVE CR-AMOUNT TO WS-RTN-AMOUNT(WS-RETURN-COUNT).
           MOVE CR-OUTCOME TO WS-RTN-OUTCOME(WS-RETURN-COUNT).
           ADD CR-AMOUNT TO WS-AMOUNT-TOTAL.

      *>    ONLY AN INSTALMENT STILL HANDED OFF ("H") CAN BE WRITTEN
      *>    OFF. ONE THE CARD HAS SINCE PAID, OR ONE ALREADY WRITTEN
      *>    OFF ON AN EARLIER FILE, GOES TO THE EXCEPTION LIST.
       APPLY-ONE-RETURN.
           IF WS-RTN-OUTCOME(WS-RETURN-IDX) NOT = "U" THEN
               MOVE "BADCODE" TO CE-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-MATCHED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-SCHEDULE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SCHEDULE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF IS-ID = WS-RTN-REF(WS-RETURN-IDX) AND
                          IS-USERNAME = WS-RTN-USERNAME(WS-RETURN-IDX)
                          AND IS-STATUS = "H" THEN
                           MOVE "W" TO IS-STATUS
                           REWRITE IS-ENTRY
                           END-REWRITE
                           MOVE IS-TARIFF TO WS-WRITE-OFF-TARIFF
                           MOVE 1 TO WS-ROW-MATCHED
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SCHEDULE-FILE.

           IF WS-ROW-MATCHED = 0 THEN
               MOVE "NOHANDOF" TO CE-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-ESCALATION-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ESCALATION-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF AR-INSTALMENT-ID = WS-RTN-REF(WS-RETURN-IDX)
                          AND AR-USERNAME =
                          WS-RTN-USERNAME(WS-RETURN-IDX) THEN
                           MOVE 5 TO AR-STEP
                           MOVE WS-TODAY TO AR-STEP-DATE
                           REWRITE AR-ENTRY
                           END-REWRITE
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ESCALATION-FILE.

      *>    NO CREDITS MOVE: THE MEMBER'S BALANCE RIDES ALONG
      *>    UNCHANGED AND THE CHARGE CARRIES THE DEBT WRITTEN OFF.
           CALL "find-account" USING WS-RTN-USERNAME(WS-RETURN-IDX),
             WS-MEMBER-CREDITS, WS-MEMBER-FOUND.
           CALL "transactions" USING WS-FORMATTED-DT,
               WS-RTN-USERNAME(WS-RETURN-IDX),
               WS-RTN-AMOUNT(WS-RETURN-IDX), WS-ZERO-CREDITS,
               WS-MEMBER-CREDITS, "0", WS-WRITE-OFF-TARIFF,
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.

           ADD 1 TO WS-WRITTEN-OFF-COUNT.
           ADD WS-RTN-AMOUNT(WS-RETURN-IDX) TO WS-WRITTEN-OFF-AMOUNT.

       WRITE-EXCEPTION.
           MOVE WS-RTN-REF(WS-RETURN-IDX) TO CE-REF.
           MOVE WS-RTN-USERNAME(WS-RETURN-IDX) TO CE-USERNAME.
           MOVE WS-RTN-AMOUNT(WS-RETURN-IDX) TO CE-AMOUNT.
           MOVE WS-RTN-OUTCOME(WS-RETURN-IDX) TO CE-OUTCOME.
           WRITE CE-ENTRY.
           ADD 1 TO WS-EXCEPTION-COUNT.

       0200-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           MOVE WS-DATETIME(1:8)  TO WS-TODAY.
           MOVE WS-DATETIME(1:4)  TO WS-FORMATTED-YEAR.
           MOVE WS-DATETIME(5:2)  TO WS-FORMATTED-MONTH.
           MOVE WS-DATETIME(7:2)  TO WS-FORMATTED-DY.
           MOVE WS-DATETIME(9:2)  TO WS-FORMATTED-HOUR.
           MOVE WS-DATETIME(11:2) TO WS-FORMATTED-MINS.
           MOVE WS-DATETIME(13:2) TO WS-FORMATTED-SEC.
           MOVE WS-DATETIME(15:2) TO WS-FORMATTED-MS.
