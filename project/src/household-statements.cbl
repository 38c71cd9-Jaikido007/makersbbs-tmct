       IDENTIFICATION DIVISION.
       PROGRAM-ID. household-statements.
      ******************************************************************
      *----STANDALONE REPORT JOB, RUN MONTHLY FROM---------------------*
      *----RUN-REPORT-SCHEDULE. FOR THE MONTH JUST ENDED EVERY HEAD----*
      *----OF HOUSEHOLD GETS A STATEMENT OF WHO SPENT WHAT FROM THEIR--*
      *----BALANCE: THE DEPENDENTS NOW ON HOUSEHOLDS.DAT WITH THEIR----*
      *----CAPS, THEN EVERY HOUSEHOLD DRAW ON THE LIVE AND ARCHIVED----*
      *----LEDGERS (THE "G"/"F" PAIR TAGGED HHLD) WITH WHAT THE--------*
      *----DEPENDENT SPENT IT ON -- THE NEXT LEDGER ROW IN THEIR-------*
      *----NAME -- AND A TOTAL PER DEPENDENT. THE HEAD IS NAMED BY-----*
      *----THE "G" ROW, SO A DEPENDENT WHO HAS SINCE LEFT THE----------*
      *----HOUSEHOLD STILL SHOWS ON THE MONTH THEY DREW IN. STATEMENTS-*
      *----GO TO THE REPORT SPOOL AND EACH HEAD IS TOLD THROUGH THE----*
      *----MAIL QUEUE--------------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-HOUSEHOLDS-FILE ASSIGN TO "households.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO
             "transaction-log-archive.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-HOUSEHOLDS-FILE.
           01 HH-ENTRY.
              05 HH-DEPENDENT PIC X(16).
              05 HH-HEAD PIC X(16).
              05 HH-DAILY-CAP PIC 9(6).
              05 HH-WEEKLY-CAP PIC 9(6).
              05 HH-NO-WAGERS PIC X.
              05 HH-SINCE PIC 9(8).

           FD F-ARCHIVE-FILE.
           01 ARCHIVE-TRANSACTION.
               05 ARC-TRANS-ID PIC 9(6).
               05 ARC-DY PIC X(2).
               05 ARC-MTH PIC X(2).
               05 ARC-YR PIC X(4).
               05 ARC-USERNAME PIC X(16).
               05 ARC-CHARGE PIC 9(6).
               05 ARC-CREDITS-GRANTED PIC 9(6).
               05 ARC-POST-BALANCE PIC 9(6).
               05 ARC-ENTRY-TYPE PIC X(1).
               05 ARC-TRANS-TARIFF PIC X(4).
               05 ARC-TRANS-NET PIC 9(6)V99.
               05 ARC-TRANS-VAT PIC 9(6)V99.

           FD F-TRANSACTION-LOG-FILE.
           01 TRANSACTION.
               05 TRANS-ID PIC 9(6).
               05 DY PIC X(2).
               05 MTH PIC X(2).
               05 YR PIC X(4).
               05 USERNAME-T PIC X(16).
               05 CHARGE PIC 9(6).
               05 CREDITS-GRANTED PIC 9(6).
               05 POST-BALANCE PIC 9(6).
               05 ENTRY-TYPE PIC X(1).
               05 TRANS-TARIFF PIC X(4).
               05 TRANS-NET PIC 9(6)V99.
               05 TRANS-VAT PIC 9(6)V99.

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
           01 WS-TODAY-PARTS REDEFINES WS-TODAY.
              05 WS-TODAY-YEAR PIC 9(4).
              05 WS-TODAY-MONTH PIC 9(2).
              05 FILLER PIC 9(2).
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-PAGE-NO PIC 9(3) VALUE 1.

      *>    THE MONTH BEING REPORTED, AS TEXT TO MATCH THE LOG ROWS.
           01 WS-REPORT-PERIOD.
              05 WS-RP-YEAR PIC 9(4).
              05 WS-RP-MONTH PIC 9(2).

      *>    EVERY DEPENDENT ROW ON FILE, FOR THE CAPS SECTION.
           01 WS-MEMBER-COUNT PIC 9(3) VALUE 0.
           01 WS-MEMBERS.
               05 WS-MEMBER-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-MEMBER-COUNT.
                   10 WS-MB-DEPENDENT PIC X(16).
                   10 WS-MB-HEAD PIC X(16).
                   10 WS-MB-DAILY-CAP PIC 9(6).
                   10 WS-MB-WEEKLY-CAP PIC 9(6).
                   10 WS-MB-NO-WAGERS PIC X.
                   10 WS-MB-DRAWN PIC 9(8).
           01 WS-MEMBER-IDX PIC 9(3).

      *>    ONE ROW PER HEAD WHO HAS DEPENDENTS OR WAS DRAWN ON.
           01 WS-HEAD-COUNT PIC 9(3) VALUE 0.
           01 WS-HEADS.
               05 WS-HEAD-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-HEAD-COUNT.
                   10 WS-HD-USER PIC X(16).
                   10 WS-HD-DRAWN PIC 9(8).
           01 WS-HEAD-IDX PIC 9(3).
           01 WS-HEAD-HIT PIC 9(3).
           01 WS-HEAD-KEY PIC X(16).

      *>    THE MONTH'S DRAWS IN LEDGER ORDER. WHAT IT WENT ON STAYS
      *>    BLANK UNTIL THE DEPENDENT'S NEXT LEDGER ROW TURNS UP.
           01 WS-DRAW-COUNT PIC 9(4) VALUE 0.
           01 WS-DRAWS.
               05 WS-DRAW-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-DRAW-COUNT.
                   10 WS-DR-HEAD PIC X(16).
                   10 WS-DR-DEPENDENT PIC X(16).
                   10 WS-DR-DATE PIC X(10).
                   10 WS-DR-AMOUNT PIC 9(6).
                   10 WS-DR-WHAT PIC X(18).
           01 WS-DRAW-IDX PIC 9(4).
           01 WS-DRAW-HIT PIC 9(4).

      *>    THE HEAD ON THE "G" ROW, HELD FOR THE "F" ROW THAT
      *>    FOLLOWS IT.
           01 WS-PENDING-HEAD PIC X(16) VALUE SPACES.

           01 WS-ROW-TYPE PIC X(1).
           01 WS-ROW-USER PIC X(16).
           01 WS-ROW-DAY PIC X(2).
           01 WS-ROW-YEAR PIC X(4).
           01 WS-ROW-MONTH PIC X(2).
           01 WS-ROW-CREDITS PIC 9(6).
           01 WS-ROW-TARIFF PIC X(4).

           01 WS-STMT-TOTAL PIC 9(8).
           01 WS-GRAND-TOTAL PIC 9(9) VALUE 0.
           01 WS-ISSUED-COUNT PIC 9(4) VALUE 0.

           01 WS-MAIL-TYPE PIC X(8) VALUE "HHSTMT".
           01 WS-MAIL-TEXT PIC X(60).
           01 WS-MAIL-AMOUNT PIC Z(7)9.

           01 WS-HEAD-LINE.
              05 FILLER PIC X(24) VALUE "HOUSEHOLD STATEMENT     ".
              05 WS-HL-DATE PIC 9(8).
              05 FILLER PIC X(8) VALUE "  MONTH ".
              05 WS-HL-PERIOD PIC 9(6).
              05 FILLER PIC X(22) VALUE SPACES.
              05 FILLER PIC X(5) VALUE "PAGE ".
              05 WS-HL-PAGE PIC ZZ9.
           01 WS-HOLDER-LINE.
              05 FILLER PIC X(18) VALUE "HEAD OF HOUSEHOLD ".
              05 WS-HO-USER PIC X(16).
           01 WS-MEMBER-COL-LINE PIC X(80) VALUE
             "DEPENDENT          DAILY CAP  WEEKLY CAP  WAGERS  DRAWN TH
      -      "IS MONTH".
           01 WS-MEMBER-LINE.
              05 WS-ML-DEPENDENT PIC X(16).
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-ML-DAILY PIC X(9).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-ML-WEEKLY PIC X(10).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-ML-WAGERS PIC X(7).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-ML-DRAWN PIC Z(7)9.
           01 WS-CAP-EDIT PIC Z(5)9.
           01 WS-DRAW-COL-LINE PIC X(80) VALUE
             "DATE        DEPENDENT         SPENT ON             CREDI
      -      "TS".
           01 WS-DRAW-LINE.
              05 WS-DL-DATE PIC X(10).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-DEPENDENT PIC X(16).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-WHAT PIC X(18).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-AMOUNT PIC Z(6)9.
           01 WS-SUMMARY-LINE.
              05 WS-SM-LABEL PIC X(30).
              05 WS-SM-AMOUNT PIC Z(8)9.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 1 TO WS-PAGE-NO.
           MOVE 0 TO WS-MEMBER-COUNT.
           MOVE 0 TO WS-HEAD-COUNT.
           MOVE 0 TO WS-DRAW-COUNT.
           MOVE 0 TO WS-GRAND-TOTAL.
           MOVE 0 TO WS-ISSUED-COUNT.
           MOVE SPACES TO WS-PENDING-HEAD.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF WS-TODAY-MONTH = 1 THEN
               COMPUTE WS-RP-YEAR = WS-TODAY-YEAR - 1
               MOVE 12 TO WS-RP-MONTH
           ELSE
               MOVE WS-TODAY-YEAR TO WS-RP-YEAR
               COMPUTE WS-RP-MONTH = WS-TODAY-MONTH - 1
           END-IF.

           PERFORM LOAD-HOUSEHOLDS.
           PERFORM TALLY-ARCHIVE-LOG.
           PERFORM TALLY-LIVE-LOG.
           PERFORM COUNT-SPOOL.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       LOAD-HOUSEHOLDS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HOUSEHOLDS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOUSEHOLDS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-MEMBER-COUNT < 999 THEN
                           ADD 1 TO WS-MEMBER-COUNT
                           MOVE HH-DEPENDENT TO
                             WS-MB-DEPENDENT(WS-MEMBER-COUNT)
                           MOVE HH-HEAD TO WS-MB-HEAD(WS-MEMBER-COUNT)
                           MOVE HH-DAILY-CAP TO
                             WS-MB-DAILY-CAP(WS-MEMBER-COUNT)
                           MOVE HH-WEEKLY-CAP TO
                             WS-MB-WEEKLY-CAP(WS-MEMBER-COUNT)
                           MOVE HH-NO-WAGERS TO
                             WS-MB-NO-WAGERS(WS-MEMBER-COUNT)
                           MOVE 0 TO WS-MB-DRAWN(WS-MEMBER-COUNT)
                           MOVE HH-HEAD TO WS-HEAD-KEY
                           PERFORM FIND-HEAD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HOUSEHOLDS-FILE.

       TALLY-ARCHIVE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ARC-ENTRY-TYPE TO WS-ROW-TYPE
                       MOVE ARC-USERNAME TO WS-ROW-USER
                       MOVE ARC-DY TO WS-ROW-DAY
                       MOVE ARC-YR TO WS-ROW-YEAR
                       MOVE ARC-MTH TO WS-ROW-MONTH
                       MOVE ARC-CREDITS-GRANTED TO WS-ROW-CREDITS
                       MOVE ARC-TRANS-TARIFF TO WS-ROW-TARIFF
                       PERFORM TALLY-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE-FILE.

       TALLY-LIVE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TRANSACTION-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TRANSACTION-LOG-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ENTRY-TYPE TO WS-ROW-TYPE
                       MOVE USERNAME-T TO WS-ROW-USER
                       MOVE DY TO WS-ROW-DAY
                       MOVE YR TO WS-ROW-YEAR
                       MOVE MTH TO WS-ROW-MONTH
                       MOVE CREDITS-GRANTED TO WS-ROW-CREDITS
                       MOVE TRANS-TARIFF TO WS-ROW-TARIFF
                       PERFORM TALLY-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-TRANSACTION-LOG-FILE.

      *>    DRAW-HOUSEHOLD-CREDITS WRITES THE HEAD'S "G" ROW AND THEN
      *>    THE DEPENDENT'S "F" ROW, BOTH TAGGED HHLD; THE SPEND THE
      *>    DRAW WAS FOR IS THE DEPENDENT'S NEXT ROW.
       TALLY-ONE-ROW.
           IF WS-ROW-YEAR NOT = WS-REPORT-PERIOD(1:4) OR
              WS-ROW-MONTH NOT = WS-REPORT-PERIOD(5:2) THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-TARIFF = "HHLD" AND WS-ROW-TYPE = "G" THEN
               MOVE WS-ROW-USER TO WS-PENDING-HEAD
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-TARIFF = "HHLD" AND WS-ROW-TYPE = "F" THEN
               PERFORM RECORD-DRAW
               EXIT PARAGRAPH
           END-IF.
           PERFORM NAME-THE-SPEND.

       RECORD-DRAW.
           IF WS-PENDING-HEAD = SPACES OR WS-DRAW-COUNT >= 9999 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DRAW-COUNT.
           MOVE WS-PENDING-HEAD TO WS-DR-HEAD(WS-DRAW-COUNT).
           MOVE WS-ROW-USER TO WS-DR-DEPENDENT(WS-DRAW-COUNT).
           STRING WS-ROW-DAY "/" WS-ROW-MONTH "/" WS-ROW-YEAR
               DELIMITED BY SIZE
               INTO WS-DR-DATE(WS-DRAW-COUNT)
           END-STRING.
           MOVE WS-ROW-CREDITS TO WS-DR-AMOUNT(WS-DRAW-COUNT).
           MOVE SPACES TO WS-DR-WHAT(WS-DRAW-COUNT).
           MOVE WS-PENDING-HEAD TO WS-HEAD-KEY.
           PERFORM FIND-HEAD.
           IF WS-HEAD-HIT > 0 THEN
               ADD WS-ROW-CREDITS TO WS-HD-DRAWN(WS-HEAD-HIT)
           END-IF.
           MOVE SPACES TO WS-PENDING-HEAD.

      *>    THE LATEST DRAW FOR THIS MEMBER STILL WAITING TO BE NAMED
      *>    TAKES THIS ROW'S ENTRY TYPE AS WHAT IT WENT ON.
       NAME-THE-SPEND.
           MOVE 0 TO WS-DRAW-HIT.
           MOVE WS-DRAW-COUNT TO WS-DRAW-IDX.
           PERFORM UNTIL WS-DRAW-IDX = 0 OR WS-DRAW-HIT > 0
               IF WS-DR-DEPENDENT(WS-DRAW-IDX) = WS-ROW-USER THEN
                   MOVE WS-DRAW-IDX TO WS-DRAW-HIT
               END-IF
               SUBTRACT 1 FROM WS-DRAW-IDX
           END-PERFORM.
           IF WS-DRAW-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-DR-WHAT(WS-DRAW-HIT) NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-ROW-TYPE
               WHEN "W"
                   MOVE "WAGER STAKE" TO WS-DR-WHAT(WS-DRAW-HIT)
               WHEN "Q"
                   MOVE "RAFFLE TICKET" TO WS-DR-WHAT(WS-DRAW-HIT)
               WHEN "T"
                   MOVE "COMPETITION ENTRY" TO WS-DR-WHAT(WS-DRAW-HIT)
               WHEN "D"
                   MOVE "EVENT TICKET" TO WS-DR-WHAT(WS-DRAW-HIT)
               WHEN "H"
                   MOVE "MARKETPLACE ITEM" TO WS-DR-WHAT(WS-DRAW-HIT)
               WHEN OTHER
                   MOVE "OTHER" TO WS-DR-WHAT(WS-DRAW-HIT)
           END-EVALUATE.

      *>    FINDS WS-HEAD-KEY, ADDING IT WHEN NEW; ZERO IF THE TABLE IS
      *>    FULL.
       FIND-HEAD.
           MOVE 0 TO WS-HEAD-HIT.
           MOVE 0 TO WS-HEAD-IDX.
           PERFORM UNTIL WS-HEAD-IDX = WS-HEAD-COUNT
                      OR WS-HEAD-HIT > 0
               ADD 1 TO WS-HEAD-IDX
               IF WS-HD-USER(WS-HEAD-IDX) = WS-HEAD-KEY THEN
                   MOVE WS-HEAD-IDX TO WS-HEAD-HIT
               END-IF
           END-PERFORM.
           IF WS-HEAD-HIT = 0 AND WS-HEAD-COUNT < 999 THEN
               ADD 1 TO WS-HEAD-COUNT
               MOVE WS-HEAD-COUNT TO WS-HEAD-HIT
               MOVE WS-HEAD-KEY TO WS-HD-USER(WS-HEAD-HIT)
               MOVE 0 TO WS-HD-DRAWN(WS-HEAD-HIT)
           END-IF.

       WRITE-REPORT.
           OPEN EXTEND F-SPOOL-FILE.
           MOVE 0 TO WS-HEAD-IDX.
           PERFORM UNTIL WS-HEAD-IDX = WS-HEAD-COUNT
               ADD 1 TO WS-HEAD-IDX
               PERFORM WRITE-STATEMENT
           END-PERFORM.

           PERFORM WRITE-PAGE-HEADING.
           MOVE "HOUSEHOLD STATEMENTS CONTROL" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "STATEMENTS ISSUED             " TO WS-SM-LABEL.
           MOVE WS-ISSUED-COUNT TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "HOUSEHOLD DRAWS               " TO WS-SM-LABEL.
           MOVE WS-DRAW-COUNT TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "CREDITS DRAWN                 " TO WS-SM-LABEL.
           MOVE WS-GRAND-TOTAL TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

       WRITE-STATEMENT.
           ADD 1 TO WS-ISSUED-COUNT.
           MOVE 0 TO WS-STMT-TOTAL.

           PERFORM WRITE-PAGE-HEADING.
           MOVE WS-HD-USER(WS-HEAD-IDX) TO WS-HO-USER.
           MOVE WS-HOLDER-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "DRAWS ON YOUR BALANCE" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-DRAW-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-DRAW-IDX.
           PERFORM UNTIL WS-DRAW-IDX = WS-DRAW-COUNT
               ADD 1 TO WS-DRAW-IDX
               IF WS-DR-HEAD(WS-DRAW-IDX) = WS-HD-USER(WS-HEAD-IDX)
                   THEN
                   PERFORM WRITE-DRAW-ROW
               END-IF
           END-PERFORM.
           IF WS-STMT-TOTAL = 0 THEN
               MOVE "NO HOUSEHOLD DRAWS THIS MONTH" TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-IF.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "YOUR DEPENDENTS" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-MEMBER-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-MEMBER-IDX.
           PERFORM UNTIL WS-MEMBER-IDX = WS-MEMBER-COUNT
               ADD 1 TO WS-MEMBER-IDX
               IF WS-MB-HEAD(WS-MEMBER-IDX) = WS-HD-USER(WS-HEAD-IDX)
                   THEN
                   PERFORM WRITE-MEMBER-ROW
               END-IF
           END-PERFORM.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "TOTAL DRAWN THIS MONTH        " TO WS-SM-LABEL.
           MOVE WS-STMT-TOTAL TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           ADD 1 TO WS-PAGE-NO.
           ADD WS-STMT-TOTAL TO WS-GRAND-TOTAL.

           MOVE WS-STMT-TOTAL TO WS-MAIL-AMOUNT.
           MOVE SPACES TO WS-MAIL-TEXT.
           STRING "Household statement " DELIMITED BY SIZE
               WS-REPORT-PERIOD DELIMITED BY SIZE
               " ready - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MAIL-AMOUNT) DELIMITED BY SIZE
               " credits drawn" DELIMITED BY SIZE
               INTO WS-MAIL-TEXT
           END-STRING.
           CALL "queue-mail-item" USING WS-HD-USER(WS-HEAD-IDX),
               WS-MAIL-TYPE, WS-MAIL-TEXT.

       WRITE-DRAW-ROW.
           MOVE WS-DR-DATE(WS-DRAW-IDX) TO WS-DL-DATE.
           MOVE WS-DR-DEPENDENT(WS-DRAW-IDX) TO WS-DL-DEPENDENT.
           MOVE WS-DR-WHAT(WS-DRAW-IDX) TO WS-DL-WHAT.
           IF WS-DL-WHAT = SPACES THEN
               MOVE "NOT YET SPENT" TO WS-DL-WHAT
           END-IF.
           MOVE WS-DR-AMOUNT(WS-DRAW-IDX) TO WS-DL-AMOUNT.
           MOVE WS-DRAW-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           ADD WS-DR-AMOUNT(WS-DRAW-IDX) TO WS-STMT-TOTAL.
           MOVE 0 TO WS-MEMBER-IDX.
           PERFORM UNTIL WS-MEMBER-IDX = WS-MEMBER-COUNT
               ADD 1 TO WS-MEMBER-IDX
               IF WS-MB-DEPENDENT(WS-MEMBER-IDX) =
                  WS-DR-DEPENDENT(WS-DRAW-IDX) AND
                  WS-MB-HEAD(WS-MEMBER-IDX) = WS-DR-HEAD(WS-DRAW-IDX)
                   THEN
                   ADD WS-DR-AMOUNT(WS-DRAW-IDX) TO
                     WS-MB-DRAWN(WS-MEMBER-IDX)
               END-IF
           END-PERFORM.

       WRITE-MEMBER-ROW.
           MOVE WS-MB-DEPENDENT(WS-MEMBER-IDX) TO WS-ML-DEPENDENT.
           IF WS-MB-DAILY-CAP(WS-MEMBER-IDX) = 0 THEN
               MOVE "NONE" TO WS-ML-DAILY
           ELSE
               MOVE WS-MB-DAILY-CAP(WS-MEMBER-IDX) TO WS-CAP-EDIT
               MOVE WS-CAP-EDIT TO WS-ML-DAILY
           END-IF.
           IF WS-MB-WEEKLY-CAP(WS-MEMBER-IDX) = 0 THEN
               MOVE "NONE" TO WS-ML-WEEKLY
           ELSE
               MOVE WS-MB-WEEKLY-CAP(WS-MEMBER-IDX) TO WS-CAP-EDIT
               MOVE WS-CAP-EDIT TO WS-ML-WEEKLY
           END-IF.
           IF WS-MB-NO-WAGERS(WS-MEMBER-IDX) = "Y" THEN
               MOVE "BARRED" TO WS-ML-WAGERS
           ELSE
               MOVE "ALLOWED" TO WS-ML-WAGERS
           END-IF.
           MOVE WS-MB-DRAWN(WS-MEMBER-IDX) TO WS-ML-DRAWN.
           MOVE WS-MEMBER-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-PAGE-HEADING.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-REPORT-PERIOD TO WS-HL-PERIOD.
           MOVE WS-PAGE-NO TO WS-HL-PAGE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

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
           MOVE "HOUSEHOLD STATEMENTS" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
