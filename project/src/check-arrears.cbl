       PROGRAM-ID. check-arrears.
      ******************************************************************
      *----SUB PROGRAM THAT SAYS WHETHER A MEMBER HAS ANY MISSED-------*
      *----INSTALMENT COLLECTION OUTSTANDING. 1 MEANS ARREARS (STATUS--*
      *----"A" IN INSTALMENT-SCHEDULE.DAT): THE STORE AND CREDIT-------*
      *----TRANSFERS REFUSE THE ACCOUNT UNTIL COLLECT-INSTALMENTS------*
      *----CLEARS IT THE FIRST NIGHT THE CARD PAYS. 2 MEANS SPENDING---*
      *----IS SUSPENDED TOO: THE ESCALATION LADDER HAS REACHED ITS-----*
      *----SUSPENSION STEP, OR THE DEBT HAS GONE TO THE COLLECTIONS----*
      *----AGENCY ("H") OR BEEN WRITTEN OFF ("W"), AND GAMES AND THE---*
      *----MARKETPLACE ARE SHUT AS WELL--------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             "instalment-schedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ESCALATION-FILE ASSIGN TO
             "arrears-escalation.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-SCHEDULE-FILE.
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

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

      *>    THE MEMBER'S INSTALMENTS IN ARREARS, SO A LADDER ROW LEFT
      *>    BEHIND BY ONE SINCE PAID CANNOT SUSPEND A NEWER ONE.
           01 WS-ARREARS-COUNT PIC 99 VALUE 0.
           01 WS-ARREARS-IDS.
              05 WS-ARREARS-ID PIC 9(4) OCCURS 99 TIMES.
           01 WS-ARREARS-IDX PIC 99.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-IN-ARREARS PIC 9.
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ARREARS-COUNT.

           MOVE 0 TO LS-IN-ARREARS.

               READ F-SCHEDULE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF IS-USERNAME = LS-USERNAME THEN
                           EVALUATE IS-STATUS
                               WHEN "A"
                                   IF LS-IN-ARREARS = 0 THEN
                                       MOVE 1 TO LS-IN-ARREARS
                                   END-IF
                                   IF WS-ARREARS-COUNT < 99 THEN
                                       ADD 1 TO WS-ARREARS-COUNT
                                       MOVE IS-ID TO
                                         WS-ARREARS-ID(WS-ARREARS-COUNT)
                                   END-IF
                               WHEN "H"
                               WHEN "W"
                                   MOVE 2 TO LS-IN-ARREARS
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SCHEDULE-FILE.

      *>    AN ARREAR STILL ON THE CARD RETRY IS ONLY SUSPENDED ONCE
      *>    THE ESCALATION LADDER HAS TAKEN IT TO THAT STEP.
           IF LS-IN-ARREARS = 1 THEN
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-ESCALATION-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ESCALATION-FILE
                       AT END MOVE 1 TO WS-FILE-IS-ENDED
                       NOT AT END
                           IF AR-USERNAME = LS-USERNAME AND
                              AR-STEP >= 3 THEN
                               PERFORM CHECK-LADDER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ESCALATION-FILE
           END-IF.

           GOBACK.

       CHECK-LADDER-ROW.
           MOVE 0 TO WS-ARREARS-IDX.
           PERFORM UNTIL WS-ARREARS-IDX = WS-ARREARS-COUNT
               ADD 1 TO WS-ARREARS-IDX
               IF WS-ARREARS-ID(WS-ARREARS-IDX) = AR-INSTALMENT-ID THEN
                   MOVE 2 TO LS-IN-ARREARS
               END-IF
           END-PERFORM.
