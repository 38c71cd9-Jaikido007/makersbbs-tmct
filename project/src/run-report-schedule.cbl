      ******************************************************************
      *----NIGHTLY JOB IN THE BATCH-CONTROLLER CHAIN THAT WORKS THE----*
      *----REPORT SCHEDULE IN REPORT-SCHEDULE.DAT: EACH ROW MAPS A-----*
      *----REPORT TO A FREQUENCY (D DAILY, W WEEKLY, M MONTHLY, Q------*
      *----QUARTERLY) WITH ITS LAST-RUN DATE, AND A FORMAT COLUMN------*
      *----THAT IS C WHERE THE REPORT SHOULD ALSO WRITE ITS------------*
      *----COMMA-SEPARATED DATA FILE. A DUE REPORT IS RUN, ITS OUTPUT--*
      *----SPOOLED AND INDEXED, AND THE ROW STAMPED, SO THE MORNING----*
      *----READING IS JUST THERE INSTEAD OF WAITING FOR SOMEONE TO-----*
      *----REMEMBER. AN EMPTY FILE IS SEEDED WITH THE HOUSE SET:-------*
      *----DAILY-DIGEST, THE REVENUE REPORT, THE TILL CASH-UP, THE-----*
      *----SECURITY-CHANGE LIST AND THE EXCEPTIONS AGEING REPORT-------*
      *----DAILY; THE REFERRAL, CIRCULATION, CAPACITY AND GAMING-------*
      *----MARGIN REPORTS, THE SHARED-LOGIN LIST, THE LEGAL HOLD-------*
      *----REVIEW, THE MODERATION WORKLOAD REPORT AND THE BOARD--------*
      *----HEALTH REPORT WEEKLY;---------------------------------------*
      *----MONTH-END-ROLLUP, THE TERMS LIST, THE RECEIPT REGISTER,-----*
      *----THE FINANCIAL STATEMENTS, THE CREDIT AGEING REPORT, THE-----*
      *----MARKETPLACE COMMISSION REPORT, THE ADVERTISER STATEMENTS,---*
      *----THE RETURNED MAIL REPORT, THE MEMBER LIFETIME VALUE---------*
      *----REPORT AND THE HOUSEHOLD STATEMENTS MONTHLY; THE UNCLAIMED--*
      *----BALANCES REGISTER AND THE STAFF ROLE HOLDINGS QUARTERLY.----*
      *----THE COHORT RETENTION REPORT AND TRIAL BALANCE CAN BE ADDED--*
      *----BY HAND. THE VAT RETURN STAYS OFF THE SCHEDULE -- IT ASKS---*
      *----ITS OPERATOR QUESTIONS AND BELONGS TO QUARTER-END BY HAND---*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SCHEDULE-FILE ASSIGN TO
             "report-schedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

       DATA DIVISION.
           FILE SECTION.
              05 RS-REPORT PIC X(28).
              05 RS-FREQ PIC X(1).
              05 RS-LAST-RUN PIC 9(8).
      *>    "C" ALSO WRITES THE REPORT'S COMMA-SEPARATED DATA FILE
      *>    (SEE CHECK-CSV-OUTPUT); BLANK IS THE PRINT PAGE ONLY.
              05 RS-FORMAT PIC X(1).

           WORKING-STORAGE SECTION.
           01 WS-SCHEDULE-STATUS PIC XX.
           01 WS-FORMATTED-DT.
             05 WS-FORMATTED-DTE-TME.
               15 WS-FORMATTED-YEAR    PIC  X(4).
           01 WS-ROW-COUNT PIC 9(3) VALUE 0.
           01 WS-DUE PIC 9.
           01 WS-RUN-REPORT PIC X(28).
           01 WS-LAST-MONTH PIC 99.
           01 WS-TODAY-MONTH PIC 99.
           01 WS-LAST-QUARTER PIC 9.
           01 WS-TODAY-QUARTER PIC 9.

           01 WS-DIGEST-MSG-COUNT PIC 999.
           01 WS-DIGEST-COMMENT-COUNT PIC 9999.
           01 WS-MONTH-REVENUE PIC S9(9).
           01 WS-FLAT-NAME PIC X(30).
           01 WS-FLAT-TITLE PIC X(20).
      *>    ZERO ASKS FINANCIAL-STATEMENTS FOR THE MONTH JUST ENDED.
           01 WS-LAST-MONTH-END PIC 9(6) VALUE 0.
      *>    ZERO ASKS CASH-UP-REPORT FOR THE TILLS CASHED UP TODAY.
           01 WS-CASHUP-DATE PIC 9(8) VALUE 0.

      *>    THE HOUSE SCHEDULE SEEDED INTO AN EMPTY FILE, PRINT PAGES
      *>    ONLY. FREQUENCY AND FORMAT CHANGES AFTERWARDS ARE A FILE
      *>    EDIT, NOT A RECOMPILE.
           01 WS-SEED-VALUES.
              05 FILLER PIC X(29) VALUE
                 "daily-digest                D".
                 "month-end-rollup            M".
              05 FILLER PIC X(29) VALUE
                 "terms-outstanding-report    M".
              05 FILLER PIC X(29) VALUE
                 "unclaimed-balances-report   Q".
              05 FILLER PIC X(29) VALUE
                 "receipt-register-report     M".
              05 FILLER PIC X(29) VALUE
                 "financial-statements        M".
              05 FILLER PIC X(29) VALUE
                 "credit-ageing-report        M".
              05 FILLER PIC X(29) VALUE
                 "market-commission-report    M".
              05 FILLER PIC X(29) VALUE
                 "cash-up-report              D".
              05 FILLER PIC X(29) VALUE
                 "advertiser-statements       M".
              05 FILLER PIC X(29) VALUE
                 "winback-campaign-report     W".
              05 FILLER PIC X(29) VALUE
                 "help-article-report         W".
              05 FILLER PIC X(29) VALUE
                 "listing-ageing-report       M".
              05 FILLER PIC X(29) VALUE
                 "role-holdings-report        Q".
              05 FILLER PIC X(29) VALUE
                 "shared-login-report         W".
              05 FILLER PIC X(29) VALUE
                 "legal-hold-report           W".
              05 FILLER PIC X(29) VALUE
                 "security-change-report      D".
              05 FILLER PIC X(29) VALUE
                 "exceptions-ageing-report    D".
              05 FILLER PIC X(29) VALUE
                 "moderation-workload-report  W".
              05 FILLER PIC X(29) VALUE
                 "returned-mail-report        M".
              05 FILLER PIC X(29) VALUE
                 "board-health-report         W".
              05 FILLER PIC X(29) VALUE
                 "member-value-report         M".
              05 FILLER PIC X(29) VALUE
                 "household-statements        M".
           01 WS-SEED-TABLE REDEFINES WS-SEED-VALUES.
              05 WS-SEED-ENTRY OCCURS 28 TIMES.
                 10 WS-SEED-REPORT PIC X(28).
                 10 WS-SEED-FREQ PIC X(1).
           01 WS-SEED-IDX PIC 99.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
                           MOVE RS-REPORT TO WS-RUN-REPORT
                           MOVE WS-TODAY TO RS-LAST-RUN
                           REWRITE RS-ENTRY
      *>                        A ROW THAT CANNOT BE STAMPED WOULD COME
      *>                        DUE AGAIN TOMORROW, SO THE REPORT IS
      *>                        HELD BACK UNTIL THE ROW IS PUT RIGHT.
                           IF WS-SCHEDULE-STATUS = "00" THEN
                               PERFORM RUN-ONE-REPORT
                           ELSE
                               DISPLAY "SCHEDULE ROW NOT STAMPED, "
                                 "STATUS " WS-SCHEDULE-STATUS ": "
                                 FUNCTION TRIM(WS-RUN-REPORT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ROW-COUNT = 0 THEN
               OPEN EXTEND F-SCHEDULE-FILE
               MOVE 0 TO WS-SEED-IDX
               PERFORM UNTIL WS-SEED-IDX = 28
                   ADD 1 TO WS-SEED-IDX
                   MOVE WS-SEED-REPORT(WS-SEED-IDX) TO RS-REPORT
                   MOVE WS-SEED-FREQ(WS-SEED-IDX) TO RS-FREQ
                   MOVE 0 TO RS-LAST-RUN
                   MOVE SPACE TO RS-FORMAT
                   WRITE RS-ENTRY
               END-PERFORM
               CLOSE F-SCHEDULE-FILE
                   IF RS-LAST-RUN(1:6) NOT = WS-TODAY(1:6) THEN
                       MOVE 1 TO WS-DUE
                   END-IF
               WHEN "Q"
                   MOVE RS-LAST-RUN(5:2) TO WS-LAST-MONTH
                   MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH
                   COMPUTE WS-LAST-QUARTER = (WS-LAST-MONTH - 1) / 3
                   COMPUTE WS-TODAY-QUARTER = (WS-TODAY-MONTH - 1) / 3
                   IF RS-LAST-RUN(1:4) NOT = WS-TODAY(1:4) OR
                      WS-LAST-QUARTER NOT = WS-TODAY-QUARTER THEN
                       MOVE 1 TO WS-DUE
                   END-IF
           END-EVALUATE.

      *>    EACH SCHEDULED REPORT ENDS UP ON THE SPOOL: THE DIGEST
                   CALL "gaming-margin-report"
               WHEN "terms-outstanding-report"
                   CALL "terms-outstanding-report"
               WHEN "unclaimed-balances-report"
                   CALL "unclaimed-balances-report"
               WHEN "receipt-register-report"
                   CALL "receipt-register-report"
               WHEN "financial-statements"
                   CALL "financial-statements" USING WS-LAST-MONTH-END
               WHEN "credit-ageing-report"
                   CALL "credit-ageing-report"
               WHEN "market-commission-report"
                   CALL "market-commission-report"
               WHEN "cash-up-report"
                   CALL "cash-up-report" USING WS-CASHUP-DATE
               WHEN "advertiser-statements"
                   CALL "advertiser-statements"
               WHEN "winback-campaign-report"
                   CALL "winback-campaign-report"
               WHEN "help-article-report"
                   CALL "help-article-report"
               WHEN "listing-ageing-report"
                   CALL "listing-ageing-report"
               WHEN "role-holdings-report"
                   CALL "role-holdings-report"
               WHEN "shared-login-report"
                   CALL "shared-login-report"
               WHEN "legal-hold-report"
                   CALL "legal-hold-report"
               WHEN "security-change-report"
                   CALL "security-change-report"
               WHEN "exceptions-ageing-report"
                   CALL "exceptions-ageing-report"
               WHEN "moderation-workload-report"
                   CALL "moderation-workload-report"
               WHEN "cohort-retention-report"
                   CALL "cohort-retention-report"
               WHEN "trial-balance-report"
                   CALL "trial-balance-report"
               WHEN "returned-mail-report"
                   CALL "returned-mail-report"
               WHEN "board-health-report"
                   CALL "board-health-report"
               WHEN "member-value-report"
                   CALL "member-value-report"
               WHEN "household-statements"
                   CALL "household-statements"
           END-EVALUATE.

       0200-TIME-AND-DATE.
