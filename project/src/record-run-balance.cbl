       IDENTIFICATION DIVISION.
       PROGRAM-ID. record-run-balance.
      ******************************************************************
      *----SUB PROGRAM THAT RECORDS THE CONTROL TOTALS OF ONE----------*
      *----MONEY-MOVING END-OF-DAY STEP INTO RUN-BALANCING.DAT---------*
      *----AGAINST THE BUSINESS DATE THE BATCH IS RUNNING FOR,---------*
      *----WHICH THE CALLER PASSES IN: HOW MANY LEDGER ROWS THE--------*
      *----STEP HANDLED AND THE CHARGE AND CREDITS THEY CARRIED. A-----*
      *----STEP RUN AGAIN SIMPLY ADDS A LATER ROW, AND-----------------*
      *----CHECK-RUN-BALANCE TAKES THE LATEST ROW FOR EACH STEP--------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-BALANCING-FILE ASSIGN TO
             "run-balancing.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-BALANCING-FILE.
           01 RB-ENTRY.
              05 RB-DATE PIC 9(8).
              05 RB-TIME PIC 9(6).
              05 RB-STEP PIC X(8).
              05 RB-ROWS PIC 9(7).
              05 RB-CHARGE PIC 9(9).
              05 RB-CREDITS PIC 9(9).

           WORKING-STORAGE SECTION.
           01 WS-NOW PIC X(14).

           LINKAGE SECTION.
      *>    THE BUSINESS DATE THE TOTALS BELONG TO, YYYYMMDD
           01 LS-RUN-DATE PIC 9(8).
      *>    "GLREAD" ROWS READ BY POST-GENERAL-LEDGER, "EXTRACT" ROWS
      *>    CUT BY ACCOUNTING-EXTRACT, "ARCHIVE" ROWS APPENDED BY
      *>    ARCHIVE-TRANSACTION-LOG
           01 LS-STEP PIC X(8).
           01 LS-ROWS PIC 9(7).
           01 LS-CHARGE PIC 9(9).
           01 LS-CREDITS PIC 9(9).

       PROCEDURE DIVISION USING LS-RUN-DATE, LS-STEP, LS-ROWS,
           LS-CHARGE, LS-CREDITS.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.

           OPEN EXTEND F-BALANCING-FILE.
           MOVE LS-RUN-DATE TO RB-DATE.
           MOVE WS-NOW(9:6) TO RB-TIME.
           MOVE LS-STEP TO RB-STEP.
           MOVE LS-ROWS TO RB-ROWS.
           MOVE LS-CHARGE TO RB-CHARGE.
           MOVE LS-CREDITS TO RB-CREDITS.
           WRITE RB-ENTRY.
           CLOSE F-BALANCING-FILE.

           GOBACK.
