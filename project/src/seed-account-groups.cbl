       IDENTIFICATION DIVISION.
       PROGRAM-ID. seed-account-groups.
      ******************************************************************
      *----SUB PROGRAM THAT SEEDS ACCOUNT-GROUPS.DAT WITH THE HOUSE----*
      *----CHART WHEN IT IS EMPTY. THE FILE SAYS WHICH FINANCIAL-------*
      *----STATEMENT, SECTION AND NORMAL SIDE EACH GL ACCOUNT BELONGS--*
      *----TO, AND IS SHARED BY FINANCIAL-STATEMENTS AND---------------*
      *----YEAR-END-CLOSE. ONCE IT HAS ROWS IT IS LEFT ALONE: A NEW----*
      *----ACCOUNT OR A REGROUPING IS A FILE EDIT, NOT A RECOMPILE-----*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-GROUP-FILE ASSIGN TO "account-groups.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-GROUP-FILE.
           01 AG-ENTRY.
              05 AG-ACCOUNT PIC 9(4).
              05 AG-STATEMENT PIC X(1).
              05 AG-SECTION PIC 9(2).
              05 AG-SECTION-NAME PIC X(20).
              05 AG-NORMAL PIC X(1).
              05 AG-NAME PIC X(24).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-ROW-COUNT PIC 9(4) VALUE 0.

      *>    THE HOUSE CHART: TILL, BANK AND SUSPENSE ARE DEBIT-NORMAL,
      *>    THE CREDIT LIABILITIES, ESCROW, THE JACKPOT POT AND
      *>    RETAINED EARNINGS CREDIT-NORMAL, AND THE INCOME STATEMENT
      *>    SPLITS INTO INCOME AND EXPENSES.
           01 WS-SEED-VALUES.
              05 FILLER PIC X(52) VALUE
                 "1050B10ASSETS              DCASH IN TILL".
              05 FILLER PIC X(52) VALUE
                 "1100B10ASSETS              DBANK".
              05 FILLER PIC X(52) VALUE
                 "2100B20LIABILITIES         CCREDITS OUTSTANDING".
              05 FILLER PIC X(52) VALUE
                 "2150B20LIABILITIES         CPROMOTIONAL CREDITS".
              05 FILLER PIC X(52) VALUE
                 "2200B20LIABILITIES         CMARKETPLACE ESCROW".
              05 FILLER PIC X(52) VALUE
                 "2300B20LIABILITIES         CPROGRESSIVE JACKPOT".
              05 FILLER PIC X(52) VALUE
                 "3000B30EQUITY              CRETAINED EARNINGS".
              05 FILLER PIC X(52) VALUE
                 "9999B40SUSPENSE            DSUSPENSE".
              05 FILLER PIC X(52) VALUE
                 "4000I10INCOME              CCREDIT SALES".
              05 FILLER PIC X(52) VALUE
                 "4100I10INCOME              CCREDITS SPENT".
              05 FILLER PIC X(52) VALUE
                 "4200I10INCOME              CMARKETPLACE COMMISSION".
              05 FILLER PIC X(52) VALUE
                 "4900I10INCOME              CUNCLAIMED BALANCES".
              05 FILLER PIC X(52) VALUE
                 "6100I20EXPENSES            DPROMOTION EXPENSE".
              05 FILLER PIC X(52) VALUE
                 "6200I20EXPENSES            DCHARGEBACK FEES".
              05 FILLER PIC X(52) VALUE
                 "6300I20EXPENSES            DBAD DEBTS WRITTEN OFF".
           01 WS-SEED-TABLE REDEFINES WS-SEED-VALUES.
              05 WS-SEED-ENTRY PIC X(52) OCCURS 15 TIMES.
           01 WS-SEED-IDX PIC 99.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-ROW-COUNT.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-GROUP-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GROUP-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END ADD 1 TO WS-ROW-COUNT
               END-READ
           END-PERFORM.
           CLOSE F-GROUP-FILE.

           IF WS-ROW-COUNT = 0 THEN
               OPEN EXTEND F-GROUP-FILE
               MOVE 0 TO WS-SEED-IDX
               PERFORM UNTIL WS-SEED-IDX = 15
                   ADD 1 TO WS-SEED-IDX
                   MOVE WS-SEED-ENTRY(WS-SEED-IDX) TO AG-ENTRY
                   WRITE AG-ENTRY
               END-PERFORM
               CLOSE F-GROUP-FILE
           END-IF.

           GOBACK.
