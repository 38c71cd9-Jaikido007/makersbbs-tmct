      *----  NOLEDGER - SETTLED LINE WITH NO LEDGER ROW AT ALL---------*
      *----  UNSETTLD - LEDGER CARD ROW ON A SETTLED DAY THE-----------*
      *----             PROCESSOR NEVER PAID US FOR--------------------*
      *----EACH DAY THE FILE COVERS IS ALSO TOTALLED ONTO--------------*
      *----SETTLEMENT-HISTORY.DAT (PAID TO US, PAID BACK OUT), WHICH---*
      *----RECONCILE-BANK-STATEMENT MATCHES THE PROCESSOR'S PAYOUTS----*
      *----AGAINST WHEN THE BANK STATEMENT ARRIVES---------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             "settlement-exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-HISTORY-FILE ASSIGN TO
             "settlement-history.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-SETTLEMENT-FILE.
              05 SE-SETTLED-AMOUNT PIC 9(6).
              05 SE-REASON PIC X(8).

           FD F-HISTORY-FILE.
           01 SH-ENTRY.
              05 SH-DATE PIC 9(8).
              05 SH-PAID-IN PIC 9(8).
              05 SH-PAID-OUT PIC 9(8).
              05 SH-BANKED-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

                   10 WS-SET-TRANS-ID PIC 9(6).
                   10 WS-SET-AMOUNT PIC 9(6).
                   10 WS-SET-MATCHED PIC X.
                   10 WS-SET-TYPE PIC X(1).
           01 WS-SETTLE-IDX PIC 9(4).

           01 WS-ROW-DATE PIC 9(8).
           01 WS-ROW-SHORT PIC 9.
           01 WS-SET-AMOUNT-HIT PIC 9(6).

      *>    ONE ROW PER SETTLED DAY IN THE FILE, FOR THE HISTORY.
           01 WS-DAY-COUNT PIC 9(4) VALUE 0.
           01 WS-DAYS.
               05 WS-DAY-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-DAY-COUNT.
                   10 WS-DAY-DATE PIC 9(8).
                   10 WS-DAY-PAID-IN PIC 9(8).
                   10 WS-DAY-PAID-OUT PIC 9(8).
                   10 WS-DAY-SAVED PIC X.
           01 WS-DAY-IDX PIC 9(4).
           01 WS-DAY-HIT PIC 9(4).

       PROCEDURE DIVISION.
      *>    OPEN OUTPUT TRUNCATES ANY EXCEPTION LIST LEFT OVER FROM
      *>    THE LAST RUN -- THIS JOB ONLY EVER REPORTS CURRENT STATE.
           PERFORM QUEUE-UNMATCHED-LINES.
           CLOSE F-EXCEPTION-FILE.

           PERFORM TOTAL-SETTLED-DAYS.
           PERFORM SAVE-SETTLEMENT-HISTORY.

           GOBACK.

       LOAD-SETTLEMENT-FILE.
                           MOVE ST-AMOUNT TO
                             WS-SET-AMOUNT(WS-SETTLE-COUNT)
                           MOVE "N" TO WS-SET-MATCHED(WS-SETTLE-COUNT)
                           MOVE SPACE TO WS-SET-TYPE(WS-SETTLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
                   IF WS-SET-TRANS-ID(WS-SETTLE-IDX) =
                      WS-ROW-TRANS-ID THEN
                       MOVE "Y" TO WS-SET-MATCHED(WS-SETTLE-IDX)
                       MOVE WS-ROW-ENTRY-TYPE TO
                         WS-SET-TYPE(WS-SETTLE-IDX)
                       MOVE 1 TO WS-ROW-FOUND
                       IF WS-SET-AMOUNT(WS-SETTLE-IDX) NOT =
                          WS-ROW-CHARGE THEN
                   WRITE SE-ENTRY
               END-IF
           END-PERFORM.

      *>    A REFUND LINE IS MONEY THE PROCESSOR TOOK BACK OFF US;
      *>    EVERYTHING ELSE, EVEN A LINE NO LEDGER ROW CLAIMED, IS
      *>    MONEY IT OWES US AND SHOULD PAY INTO THE BANK.
       TOTAL-SETTLED-DAYS.
           MOVE 0 TO WS-DAY-COUNT.
           MOVE 0 TO WS-SETTLE-IDX.
           PERFORM UNTIL WS-SETTLE-IDX = WS-SETTLE-COUNT
               ADD 1 TO WS-SETTLE-IDX
               MOVE 0 TO WS-DAY-HIT
               MOVE 0 TO WS-DAY-IDX
               PERFORM UNTIL WS-DAY-IDX = WS-DAY-COUNT
                   ADD 1 TO WS-DAY-IDX
                   IF WS-DAY-DATE(WS-DAY-IDX) =
                      WS-SET-DATE(WS-SETTLE-IDX) THEN
                       MOVE WS-DAY-IDX TO WS-DAY-HIT
                   END-IF
               END-PERFORM
               IF WS-DAY-HIT = 0 THEN
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DAY-COUNT TO WS-DAY-HIT
                   MOVE WS-SET-DATE(WS-SETTLE-IDX) TO
                     WS-DAY-DATE(WS-DAY-HIT)
                   MOVE 0 TO WS-DAY-PAID-IN(WS-DAY-HIT)
                   MOVE 0 TO WS-DAY-PAID-OUT(WS-DAY-HIT)
                   MOVE "N" TO WS-DAY-SAVED(WS-DAY-HIT)
               END-IF
               IF WS-SET-TYPE(WS-SETTLE-IDX) = "R" THEN
                   ADD WS-SET-AMOUNT(WS-SETTLE-IDX) TO
                     WS-DAY-PAID-OUT(WS-DAY-HIT)
               ELSE
                   ADD WS-SET-AMOUNT(WS-SETTLE-IDX) TO
                     WS-DAY-PAID-IN(WS-DAY-HIT)
               END-IF
           END-PERFORM.

      *>    A DAY ALREADY ON THE HISTORY (A RERUN, OR A CORRECTED
      *>    FILE) HAS ITS TOTALS REPLACED BUT KEEPS ITS BANKED DATE.
       SAVE-SETTLEMENT-HISTORY.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-HISTORY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HISTORY-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 0 TO WS-DAY-IDX
                       PERFORM UNTIL WS-DAY-IDX = WS-DAY-COUNT
                           ADD 1 TO WS-DAY-IDX
                           IF WS-DAY-DATE(WS-DAY-IDX) = SH-DATE THEN
                               MOVE WS-DAY-PAID-IN(WS-DAY-IDX) TO
                                 SH-PAID-IN
                               MOVE WS-DAY-PAID-OUT(WS-DAY-IDX) TO
                                 SH-PAID-OUT
                               REWRITE SH-ENTRY
                               MOVE "Y" TO WS-DAY-SAVED(WS-DAY-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE F-HISTORY-FILE.

           OPEN EXTEND F-HISTORY-FILE.
           MOVE 0 TO WS-DAY-IDX.
           PERFORM UNTIL WS-DAY-IDX = WS-DAY-COUNT
               ADD 1 TO WS-DAY-IDX
               IF WS-DAY-SAVED(WS-DAY-IDX) = "N" THEN
                   MOVE WS-DAY-DATE(WS-DAY-IDX) TO SH-DATE
                   MOVE WS-DAY-PAID-IN(WS-DAY-IDX) TO SH-PAID-IN
                   MOVE WS-DAY-PAID-OUT(WS-DAY-IDX) TO SH-PAID-OUT
                   MOVE 0 TO SH-BANKED-DATE
                   WRITE SH-ENTRY
               END-IF
           END-PERFORM.
           CLOSE F-HISTORY-FILE.
