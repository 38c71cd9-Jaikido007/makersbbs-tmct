       IDENTIFICATION DIVISION.
       PROGRAM-ID. escalate-arrears.
      ******************************************************************
      *----NIGHTLY JOB THAT WALKS INSTALMENTS IN ARREARS UP THE--------*
      *----ESCALATION LADDER: A REMINDER LETTER, A FINAL DEMAND,-------*
      *----SPENDING SUSPENDED, THEN HAND-OFF TO THE COLLECTIONS--------*
      *----AGENCY. THE DAYS OVERDUE FOR EACH STEP AND THE LEAST TIME---*
      *----BETWEEN STEPS ARE PARAMETERS. EACH ROW'S STEP IS KEPT IN----*
      *----ARREARS-ESCALATION.DAT. ROWS HANDED OFF TODAY ARE CUT TO----*
      *----COLLECTIONS-EXTRACT.DAT WITH A HEADER AND A TRAILER OF------*
      *----CONTROL TOTALS FOR THE AGENCY-------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SCHEDULE-FILE ASSIGN TO
             "instalment-schedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ESCALATION-FILE ASSIGN TO
             "arrears-escalation.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-EXTRACT-FILE ASSIGN TO "collections-extract.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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

           FD F-EXTRACT-FILE.
           01 EX-RECORD PIC X(150).

           WORKING-STORAGE SECTION.
           01 WS-HEADER-RECORD.
              05 WS-HDR-TYPE PIC X(1) VALUE "H".
              05 WS-HDR-DATE PIC 9(8).
              05 WS-HDR-SENDER PIC X(10) VALUE "FRIENDFACE".
              05 FILLER PIC X(131) VALUE SPACES.

           01 WS-DETAIL-RECORD.
              05 WS-DTL-TYPE PIC X(1) VALUE "D".
              05 WS-DTL-REF PIC 9(4).
              05 WS-DTL-USERNAME PIC X(16).
              05 WS-DTL-AMOUNT PIC 9(6).
              05 WS-DTL-DUE-DATE PIC 9(8).
              05 WS-DTL-EMAIL PIC X(40).
              05 WS-DTL-ADDR-1 PIC X(30).
              05 WS-DTL-ADDR-2 PIC X(30).
              05 WS-DTL-POSTCODE PIC X(8).
              05 FILLER PIC X(7) VALUE SPACES.

           01 WS-TRAILER-RECORD.
              05 WS-TRL-TYPE PIC X(1) VALUE "T".
              05 WS-TRL-COUNT PIC 9(7).
              05 WS-TRL-AMOUNT-TOTAL PIC 9(9).
              05 FILLER PIC X(133) VALUE SPACES.

           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-INT PIC 9(7) COMP.
           01 WS-DAYS-OVERDUE PIC 9(5).
           01 WS-DAYS-AT-STEP PIC 9(5).
           01 WS-NEXT-STEP PIC 9.
           01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
           01 WS-AMOUNT-TOTAL PIC 9(9) VALUE 0.
           01 WS-STEPPED-COUNT PIC 9(4) VALUE 0.

      *>    THE LADDER: DAYS PAST THE DUE DATE BEFORE EACH STEP, AND
      *>    THE FEWEST DAYS A MEMBER IS LEFT ON ONE STEP BEFORE THE
      *>    NEXT, SO AN ARREAR FOUND ALREADY MONTHS OLD STILL GETS
      *>    EVERY LETTER IN TURN AND TIME TO ANSWER EACH ONE.
           01 WS-LADDER-KEYS.
              05 FILLER PIC X(20) VALUE "ARREARS-REMIND-DAYS".
              05 FILLER PIC X(20) VALUE "ARREARS-DEMAND-DAYS".
              05 FILLER PIC X(20) VALUE "ARREARS-SUSPEND-DAYS".
              05 FILLER PIC X(20) VALUE "ARREARS-HANDOFF-DAYS".
           01 WS-LADDER-KEY-TABLE REDEFINES WS-LADDER-KEYS.
              05 WS-LADDER-KEY PIC X(20) OCCURS 4 TIMES.
           01 WS-LADDER-DEFAULTS.
              05 FILLER PIC 9(6) VALUE 3.
              05 FILLER PIC 9(6) VALUE 14.
              05 FILLER PIC 9(6) VALUE 28.
              05 FILLER PIC 9(6) VALUE 56.
           01 WS-LADDER-DEFAULT-TABLE REDEFINES WS-LADDER-DEFAULTS.
              05 WS-LADDER-DEFAULT PIC 9(6) OCCURS 4 TIMES.
           01 WS-LADDER-DAYS-TABLE.
              05 WS-LADDER-DAYS PIC 9(6) OCCURS 4 TIMES.
           01 WS-LADDER-IDX PIC 9.
           01 WS-GAP-KEY PIC X(20) VALUE "ARREARS-GAP-DAYS".
           01 WS-GAP-DEFAULT PIC 9(6) VALUE 7.
           01 WS-GAP-DAYS PIC 9(6).

      *>    THE LETTER EACH STEP SENDS.
           01 WS-LETTER-TYPES.
              05 FILLER PIC X(8) VALUE "ARREMIND".
              05 FILLER PIC X(8) VALUE "ARDEMAND".
              05 FILLER PIC X(8) VALUE "ARSUSPND".
              05 FILLER PIC X(8) VALUE "ARHANDOF".
           01 WS-LETTER-TYPE-TABLE REDEFINES WS-LETTER-TYPES.
              05 WS-LETTER-TYPE PIC X(8) OCCURS 4 TIMES.
           01 WS-LETTER-LEADS.
              05 FILLER PIC X(40) VALUE
                 "Reminder: an instalment is overdue - ".
              05 FILLER PIC X(40) VALUE
                 "FINAL DEMAND: instalment unpaid - ".
              05 FILLER PIC X(40) VALUE
                 "Spending suspended: instalment unpaid - ".
              05 FILLER PIC X(40) VALUE
                 "Instalment passed to collections - ".
           01 WS-LETTER-LEAD-TABLE REDEFINES WS-LETTER-LEADS.
              05 WS-LETTER-LEAD PIC X(40) OCCURS 4 TIMES.
           01 WS-MAIL-TEXT PIC X(60).

      *>    THE ESCALATION FILE, HELD IN MEMORY WHILE THE SCHEDULE IS
      *>    WORKED AND WRITTEN BACK WHOLE AT THE END.
           01 WS-AR-COUNT PIC 9(4) VALUE 0.
           01 WS-AR-TABLE.
               05 WS-AR-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-AR-COUNT.
                   10 WS-AR-INSTALMENT-ID PIC 9(4).
                   10 WS-AR-USERNAME PIC X(16).
                   10 WS-AR-AMOUNT PIC 9(6).
                   10 WS-AR-DUE-DATE PIC 9(8).
                   10 WS-AR-STEP PIC 9(1).
                   10 WS-AR-STEP-DATE PIC 9(8).
           01 WS-AR-IDX PIC 9(4).
           01 WS-AR-HIT PIC 9(4).

           01 WS-CD-FOUND PIC 9.
           01 WS-CD-EMAIL PIC X(40).
           01 WS-CD-ADDR-1 PIC X(30).
           01 WS-CD-ADDR-2 PIC X(30).
           01 WS-CD-POSTCODE PIC X(8).

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-AMOUNT-TOTAL.
           MOVE 0 TO WS-STEPPED-COUNT.
           MOVE 0 TO WS-AR-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           MOVE 0 TO WS-LADDER-IDX.
           PERFORM UNTIL WS-LADDER-IDX = 4
               ADD 1 TO WS-LADDER-IDX
               CALL "get-parameter" USING
                 WS-LADDER-KEY(WS-LADDER-IDX),
                 WS-LADDER-DEFAULT(WS-LADDER-IDX),
                 WS-LADDER-DAYS(WS-LADDER-IDX)
           END-PERFORM.
           CALL "get-parameter" USING WS-GAP-KEY, WS-GAP-DEFAULT,
             WS-GAP-DAYS.

           PERFORM LOAD-ESCALATIONS.

           OPEN I-O F-SCHEDULE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SCHEDULE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF IS-STATUS = "A" THEN
                           PERFORM ESCALATE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SCHEDULE-FILE.

           OPEN OUTPUT F-ESCALATION-FILE.
           MOVE 0 TO WS-AR-IDX.
           PERFORM UNTIL WS-AR-IDX = WS-AR-COUNT
               ADD 1 TO WS-AR-IDX
               MOVE WS-AR-INSTALMENT-ID(WS-AR-IDX) TO AR-INSTALMENT-ID
               MOVE WS-AR-USERNAME(WS-AR-IDX) TO AR-USERNAME
               MOVE WS-AR-AMOUNT(WS-AR-IDX) TO AR-AMOUNT
               MOVE WS-AR-DUE-DATE(WS-AR-IDX) TO AR-DUE-DATE
               MOVE WS-AR-STEP(WS-AR-IDX) TO AR-STEP
               MOVE WS-AR-STEP-DATE(WS-AR-IDX) TO AR-STEP-DATE
               WRITE AR-ENTRY
           END-PERFORM.
           CLOSE F-ESCALATION-FILE.

           PERFORM WRITE-EXTRACT.

           DISPLAY "ARREARS ESCALATED " WS-STEPPED-COUNT
             " HANDED OFF " WS-DETAIL-COUNT.

           GOBACK.

       LOAD-ESCALATIONS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ESCALATION-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ESCALATION-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-AR-COUNT < 9999 THEN
                           ADD 1 TO WS-AR-COUNT
                           MOVE AR-INSTALMENT-ID TO
                             WS-AR-INSTALMENT-ID(WS-AR-COUNT)
                           MOVE AR-USERNAME TO
                             WS-AR-USERNAME(WS-AR-COUNT)
                           MOVE AR-AMOUNT TO WS-AR-AMOUNT(WS-AR-COUNT)
                           MOVE AR-DUE-DATE TO
                             WS-AR-DUE-DATE(WS-AR-COUNT)
                           MOVE AR-STEP TO WS-AR-STEP(WS-AR-COUNT)
                           MOVE AR-STEP-DATE TO
                             WS-AR-STEP-DATE(WS-AR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ESCALATION-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *>    ONE STEP A NIGHT AT MOST: THE NEXT RUNG IS TAKEN ONCE THE
      *>    ROW IS OLD ENOUGH FOR IT AND HAS SAT ON THE LAST ONE FOR
      *>    THE GAP. THE LAST RUNG TAKES THE ROW OFF THE NIGHTLY CARD
      *>    RETRY ("H" HANDED OFF) AND PUTS IT ON TONIGHT'S EXTRACT.
       ESCALATE-ONE-ROW.
           MOVE 0 TO WS-AR-HIT.
           MOVE 0 TO WS-AR-IDX.
           PERFORM UNTIL WS-AR-IDX = WS-AR-COUNT OR WS-AR-HIT > 0
               ADD 1 TO WS-AR-IDX
               IF WS-AR-INSTALMENT-ID(WS-AR-IDX) = IS-ID AND
                  WS-AR-USERNAME(WS-AR-IDX) = IS-USERNAME THEN
                   MOVE WS-AR-IDX TO WS-AR-HIT
               END-IF
           END-PERFORM.
           IF WS-AR-HIT = 0 THEN
               IF WS-AR-COUNT = 9999 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AR-COUNT
               MOVE WS-AR-COUNT TO WS-AR-HIT
               MOVE IS-ID TO WS-AR-INSTALMENT-ID(WS-AR-HIT)
               MOVE IS-USERNAME TO WS-AR-USERNAME(WS-AR-HIT)
               MOVE 0 TO WS-AR-STEP(WS-AR-HIT)
               MOVE 0 TO WS-AR-STEP-DATE(WS-AR-HIT)
           END-IF.
           MOVE IS-AMOUNT TO WS-AR-AMOUNT(WS-AR-HIT).
           MOVE IS-DUE-DATE TO WS-AR-DUE-DATE(WS-AR-HIT).

           IF WS-AR-STEP(WS-AR-HIT) >= 4 THEN
               EXIT PARAGRAPH
           END-IF.

           IF IS-DUE-DATE >= WS-TODAY THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT -
             FUNCTION INTEGER-OF-DATE(IS-DUE-DATE).

           COMPUTE WS-NEXT-STEP = WS-AR-STEP(WS-AR-HIT) + 1.
           IF WS-DAYS-OVERDUE < WS-LADDER-DAYS(WS-NEXT-STEP) THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-AR-STEP(WS-AR-HIT) > 0 THEN
               COMPUTE WS-DAYS-AT-STEP = WS-TODAY-INT -
                 FUNCTION INTEGER-OF-DATE(WS-AR-STEP-DATE(WS-AR-HIT))
               IF WS-DAYS-AT-STEP < WS-GAP-DAYS THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-NEXT-STEP TO WS-AR-STEP(WS-AR-HIT).
           MOVE WS-TODAY TO WS-AR-STEP-DATE(WS-AR-HIT).
           ADD 1 TO WS-STEPPED-COUNT.

           MOVE SPACES TO WS-MAIL-TEXT.
           STRING FUNCTION TRIM(WS-LETTER-LEAD(WS-NEXT-STEP))
               DELIMITED BY SIZE
               " ref " DELIMITED BY SIZE
               IS-ID DELIMITED BY SIZE
               INTO WS-MAIL-TEXT.
           CALL "queue-mail-item" USING IS-USERNAME,
             WS-LETTER-TYPE(WS-NEXT-STEP), WS-MAIL-TEXT.

           IF WS-NEXT-STEP = 4 THEN
               MOVE "H" TO IS-STATUS
               REWRITE IS-ENTRY
               END-REWRITE
           END-IF.

      *>    EVERY ROW HANDED OFF TODAY, SO A RERUN OF THE NIGHT CUTS
      *>    THE SAME FILE AGAIN RATHER THAN AN EMPTY ONE. THE AGENCY
      *>    REJECTS A FILE WHOSE TRAILER DOES NOT MATCH ITS DETAILS.
       WRITE-EXTRACT.
           OPEN OUTPUT F-EXTRACT-FILE.
           MOVE WS-TODAY TO WS-HDR-DATE.
           MOVE WS-HEADER-RECORD TO EX-RECORD.
           WRITE EX-RECORD.

           MOVE 0 TO WS-AR-IDX.
           PERFORM UNTIL WS-AR-IDX = WS-AR-COUNT
               ADD 1 TO WS-AR-IDX
               IF WS-AR-STEP(WS-AR-IDX) = 4 AND
                  WS-AR-STEP-DATE(WS-AR-IDX) = WS-TODAY THEN
                   PERFORM WRITE-DETAIL
               END-IF
           END-PERFORM.

           MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT.
           MOVE WS-AMOUNT-TOTAL TO WS-TRL-AMOUNT-TOTAL.
           MOVE WS-TRAILER-RECORD TO EX-RECORD.
           WRITE EX-RECORD.
           CLOSE F-EXTRACT-FILE.

       WRITE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-AR-AMOUNT(WS-AR-IDX) TO WS-AMOUNT-TOTAL.

           MOVE SPACES TO WS-CD-EMAIL.
           MOVE SPACES TO WS-CD-ADDR-1.
           MOVE SPACES TO WS-CD-ADDR-2.
           MOVE SPACES TO WS-CD-POSTCODE.
           CALL "get-contact-details" USING WS-AR-USERNAME(WS-AR-IDX),
             WS-CD-FOUND, WS-CD-EMAIL, WS-CD-ADDR-1, WS-CD-ADDR-2,
             WS-CD-POSTCODE.

           MOVE WS-AR-INSTALMENT-ID(WS-AR-IDX) TO WS-DTL-REF.
           MOVE WS-AR-USERNAME(WS-AR-IDX) TO WS-DTL-USERNAME.
           MOVE WS-AR-AMOUNT(WS-AR-IDX) TO WS-DTL-AMOUNT.
           MOVE WS-AR-DUE-DATE(WS-AR-IDX) TO WS-DTL-DUE-DATE.
           MOVE WS-CD-EMAIL TO WS-DTL-EMAIL.
           MOVE WS-CD-ADDR-1 TO WS-DTL-ADDR-1.
           MOVE WS-CD-ADDR-2 TO WS-DTL-ADDR-2.
           MOVE WS-CD-POSTCODE TO WS-DTL-POSTCODE.
           MOVE WS-DETAIL-RECORD TO EX-RECORD.
           WRITE EX-RECORD.
