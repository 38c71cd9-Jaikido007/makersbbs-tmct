       IDENTIFICATION DIVISION.
       PROGRAM-ID. winback-campaign-report.
      ******************************************************************
      *----REPORT JOB THAT FOLLOWS UP THE WIN-BACK CAMPAIGNS RUN BY----*
      *----RUN-WINBACK-CAMPAIGNS. FOR EACH CAMPAIGN IN-----------------*
      *----WINBACK-CAMPAIGNS.DAT IT SHOWS HOW MANY MEMBERS WERE SENT---*
      *----A CODE, HOW MANY ARE STILL HELD BACK FOR WANT OF A POSTAL---*
      *----ADDRESS, HOW MANY OF THE PERSONAL CODES HAVE BEEN REDEEMED--*
      *----(VOUCHERS.DAT), AND THE CARD REVENUE THE TARGETED MEMBERS---*
      *----HAVE SPENT SINCE THEIR CODE WENT OUT -- PURCHASES AND-------*
      *----INSTALMENTS LESS REFUNDS AND CHARGEBACKS, FROM BOTH---------*
      *----LEDGERS. SPOOLED AND INDEXED--------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CAMPAIGN-FILE ASSIGN TO
             "winback-campaigns.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TARGET-FILE ASSIGN TO
             "winback-targets.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-VOUCHERS-FILE ASSIGN TO "vouchers.dat"
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
           FD F-CAMPAIGN-FILE.
           01 WC-ENTRY.
              05 WC-CAMPAIGN-ID PIC X(8).
              05 WC-SEGMENT PIC X(8).
              05 WC-DAYS PIC 9(4).
              05 WC-VALUE PIC 9(6).
              05 WC-EXPIRY PIC 9(8).
              05 WC-TEMPLATE PIC X(8).
              05 WC-STATUS PIC X(1).

           FD F-TARGET-FILE.
           01 WT-ENTRY.
              05 WT-CAMPAIGN-ID PIC X(8).
              05 WT-USERNAME PIC X(16).
              05 WT-STATUS PIC X(1).
              05 WT-DATE PIC 9(8).
              05 WT-CODE PIC X(12).
              05 WT-WAS-HELD PIC X(1).

           FD F-VOUCHERS-FILE.
           01 VO-ENTRY.
              05 VO-CODE PIC X(12).
              05 VO-VALUE PIC 9(6).
              05 VO-EXPIRY PIC 9(8).
              05 VO-USE-MODE PIC X(1).
              05 VO-REDEMPTION-COUNT PIC 9(5).
              05 VO-OWNER PIC X(16).

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
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.

           01 WS-CAMPAIGN-COUNT PIC 9(3) VALUE 0.
           01 WS-CAMPAIGNS.
               05 WS-CAMPAIGN-ENTRY OCCURS 100 TIMES.
                   10 WS-CA-ID PIC X(8).
                   10 WS-CA-SEGMENT PIC X(8).
                   10 WS-CA-TARGETED PIC 9(5).
                   10 WS-CA-HELD PIC S9(5).
                   10 WS-CA-REDEEMED PIC 9(5).
                   10 WS-CA-REVENUE PIC S9(9).
           01 WS-CA-IDX PIC 9(3).
           01 WS-CA-HIT PIC 9(3).

      *>    ONE ROW PER CODE ISSUED; HELD-BACK ROWS ARE ONLY COUNTED.
           01 WS-ISSUE-COUNT PIC 9(5) VALUE 0.
           01 WS-ISSUES.
               05 WS-ISSUE-ENTRY OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-ISSUE-COUNT.
                   10 WS-IS-CAMPAIGN PIC 9(3).
                   10 WS-IS-NAME PIC X(16).
                   10 WS-IS-DATE PIC 9(8).
                   10 WS-IS-CODE PIC X(12).
           01 WS-IS-IDX PIC 9(5).

           01 WS-ROW-DATE PIC 9(8).
           01 WS-ROW-DATE-X REDEFINES WS-ROW-DATE.
              10 WS-ROW-YR PIC X(4).
              10 WS-ROW-MTH PIC X(2).
              10 WS-ROW-DY PIC X(2).
           01 WS-ROW-TYPE PIC X(1).
           01 WS-ROW-NAME PIC X(16).
           01 WS-ROW-CHARGE PIC 9(6).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(26) VALUE "WIN-BACK CAMPAIGN RESULTS ".
              05 WS-HL-DATE PIC 9(8).
           01 WS-COL-LINE PIC X(80) VALUE
             "CAMPAIGN SEGMENT  TARGETED  HELD REDEEMED    REVENUE".
           01 WS-DETAIL-LINE.
              05 WS-DL-ID PIC X(8).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-SEGMENT PIC X(8).
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-DL-TARGETED PIC ZZZZ9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-HELD PIC ZZZZ9.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-DL-REDEEMED PIC ZZZZ9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-REVENUE PIC -(9)9.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-CAMPAIGN-COUNT.
           MOVE 0 TO WS-ISSUE-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-CAMPAIGNS.
           PERFORM LOAD-TARGETS.
           PERFORM COUNT-REDEMPTIONS.
           PERFORM SCAN-ARCHIVE-LOG.
           PERFORM SCAN-LIVE-LOG.
           PERFORM COUNT-SPOOL.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       LOAD-CAMPAIGNS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CAMPAIGN-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CAMPAIGN-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-CAMPAIGN-COUNT < 100 THEN
                           ADD 1 TO WS-CAMPAIGN-COUNT
                           MOVE WC-CAMPAIGN-ID TO
                             WS-CA-ID(WS-CAMPAIGN-COUNT)
                           MOVE WC-SEGMENT TO
                             WS-CA-SEGMENT(WS-CAMPAIGN-COUNT)
                           MOVE 0 TO WS-CA-TARGETED(WS-CAMPAIGN-COUNT)
                           MOVE 0 TO WS-CA-HELD(WS-CAMPAIGN-COUNT)
                           MOVE 0 TO WS-CA-REDEEMED(WS-CAMPAIGN-COUNT)
                           MOVE 0 TO WS-CA-REVENUE(WS-CAMPAIGN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CAMPAIGN-FILE.

      *>    A MEMBER FIRST HELD BACK AND LATER ISSUED HAS BOTH ROWS,
      *>    SO THE LATER ISSUE TAKES THEM BACK OFF THE HELD COUNT.
       LOAD-TARGETS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TARGET-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TARGET-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM TALLY-TARGET
               END-READ
           END-PERFORM.
           CLOSE F-TARGET-FILE.

       TALLY-TARGET.
           MOVE 0 TO WS-CA-HIT.
           MOVE 0 TO WS-CA-IDX.
           PERFORM UNTIL WS-CA-IDX = WS-CAMPAIGN-COUNT
               ADD 1 TO WS-CA-IDX
               IF WS-CA-ID(WS-CA-IDX) = WT-CAMPAIGN-ID THEN
                   MOVE WS-CA-IDX TO WS-CA-HIT
               END-IF
           END-PERFORM.
           IF WS-CA-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF WT-STATUS = "H" THEN
               ADD 1 TO WS-CA-HELD(WS-CA-HIT)
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CA-TARGETED(WS-CA-HIT).
           IF WT-WAS-HELD = "Y" THEN
               SUBTRACT 1 FROM WS-CA-HELD(WS-CA-HIT)
           END-IF.
           IF WS-ISSUE-COUNT < 99999 THEN
               ADD 1 TO WS-ISSUE-COUNT
               MOVE WS-CA-HIT TO WS-IS-CAMPAIGN(WS-ISSUE-COUNT)
               MOVE WT-USERNAME TO WS-IS-NAME(WS-ISSUE-COUNT)
               MOVE WT-DATE TO WS-IS-DATE(WS-ISSUE-COUNT)
               MOVE WT-CODE TO WS-IS-CODE(WS-ISSUE-COUNT)
           END-IF.

      *>    EVERY PERSONAL CODE IS SINGLE-USE, SO ANY REDEMPTION AT
      *>    ALL MEANS ITS MEMBER CAME BACK FOR IT.
       COUNT-REDEMPTIONS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-VOUCHERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VOUCHERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF VO-OWNER NOT = SPACES AND
                          VO-REDEMPTION-COUNT > 0 THEN
                           PERFORM CREDIT-REDEMPTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-VOUCHERS-FILE.

       CREDIT-REDEMPTION.
           MOVE 0 TO WS-IS-IDX.
           PERFORM UNTIL WS-IS-IDX = WS-ISSUE-COUNT
               ADD 1 TO WS-IS-IDX
               IF WS-IS-CODE(WS-IS-IDX) = VO-CODE THEN
                   ADD 1 TO
                     WS-CA-REDEEMED(WS-IS-CAMPAIGN(WS-IS-IDX))
                   MOVE WS-ISSUE-COUNT TO WS-IS-IDX
               END-IF
           END-PERFORM.

       SCAN-ARCHIVE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ARC-ENTRY-TYPE TO WS-ROW-TYPE
                       MOVE ARC-USERNAME TO WS-ROW-NAME
                       MOVE ARC-YR TO WS-ROW-YR
                       MOVE ARC-MTH TO WS-ROW-MTH
                       MOVE ARC-DY TO WS-ROW-DY
                       MOVE ARC-CHARGE TO WS-ROW-CHARGE
                       PERFORM CREDIT-REVENUE
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE-FILE.

       SCAN-LIVE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TRANSACTION-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TRANSACTION-LOG-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ENTRY-TYPE TO WS-ROW-TYPE
                       MOVE USERNAME-T TO WS-ROW-NAME
                       MOVE YR TO WS-ROW-YR
                       MOVE MTH TO WS-ROW-MTH
                       MOVE DY TO WS-ROW-DY
                       MOVE CHARGE TO WS-ROW-CHARGE
                       PERFORM CREDIT-REVENUE
               END-READ
           END-PERFORM.
           CLOSE F-TRANSACTION-LOG-FILE.

      *>    A MEMBER TARGETED BY TWO CAMPAIGNS COUNTS TOWARDS BOTH;
      *>    EACH CAMPAIGN IS JUDGED ON ITS OWN.
       CREDIT-REVENUE.
           IF WS-ROW-TYPE NOT = "P" AND WS-ROW-TYPE NOT = "N" AND
              WS-ROW-TYPE NOT = "R" AND WS-ROW-TYPE NOT = "C" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-DATE IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-IS-IDX.
           PERFORM UNTIL WS-IS-IDX = WS-ISSUE-COUNT
               ADD 1 TO WS-IS-IDX
               IF WS-IS-NAME(WS-IS-IDX) = WS-ROW-NAME AND
                  WS-ROW-DATE >= WS-IS-DATE(WS-IS-IDX) THEN
                   IF WS-ROW-TYPE = "P" OR WS-ROW-TYPE = "N" THEN
                       ADD WS-ROW-CHARGE TO
                         WS-CA-REVENUE(WS-IS-CAMPAIGN(WS-IS-IDX))
                   ELSE
                       SUBTRACT WS-ROW-CHARGE FROM
                         WS-CA-REVENUE(WS-IS-CAMPAIGN(WS-IS-IDX))
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-REPORT.
           OPEN EXTEND F-SPOOL-FILE.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE 0 TO WS-CA-IDX.
           PERFORM UNTIL WS-CA-IDX = WS-CAMPAIGN-COUNT
               ADD 1 TO WS-CA-IDX
               MOVE WS-CA-ID(WS-CA-IDX) TO WS-DL-ID
               MOVE WS-CA-SEGMENT(WS-CA-IDX) TO WS-DL-SEGMENT
               MOVE WS-CA-TARGETED(WS-CA-IDX) TO WS-DL-TARGETED
               MOVE WS-CA-HELD(WS-CA-IDX) TO WS-DL-HELD
               MOVE WS-CA-REDEEMED(WS-CA-IDX) TO WS-DL-REDEEMED
               MOVE WS-CA-REVENUE(WS-CA-IDX) TO WS-DL-REVENUE
               MOVE WS-DETAIL-LINE TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-PERFORM.

           MOVE "REVENUE = CARD SPEND LESS REFUNDS SINCE CODE ISSUED"
             TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

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
           MOVE "WIN-BACK CAMPAIGNS" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
