       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-unclaimed-balances.
      ******************************************************************
      *----SUB PROGRAM THAT RETURNS UP TO FIVE BALANCES STILL HELD-----*
      *----(STATUS "H" IN UNCLAIMED-BALANCES.DAT) FOR THE BACK OFFICE--*
      *----UNCLAIMED BALANCES SCREEN. A NON-BLANK NAME NARROWS THE-----*
      *----LIST TO ONE FORMER USERNAME; SAME SHAPE AS GET-PENDING------*
      *----ADJUSTMENTS-------------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-UNCLAIMED-FILE ASSIGN TO
             "unclaimed-balances.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-UNCLAIMED-FILE.
           01 UB-ENTRY.
              05 UB-ID PIC 9(6).
              05 UB-USERNAME PIC X(16).
              05 UB-DISPLAY-NAME PIC X(16).
              05 UB-BALANCE PIC 9(6).
              05 UB-REMOVED-DATE PIC 9(8).
              05 UB-STATUS PIC X(1).
              05 UB-ACTION-DATE PIC 9(8).
              05 UB-ACTION-BY PIC X(16).
              05 UB-REINSTATED-TO PIC X(16).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-FILTER-NAME PIC X(16).
           01 LS-UNCLAIMED-COUNT PIC 9.
           01 LS-UNCLAIMED.
               05 LS-UNCLAIMED-ENTRY OCCURS 5 TIMES.
                   10 LS-UB-ID PIC 9(6).
                   10 LS-UB-USERNAME PIC X(16).
                   10 LS-UB-DISPLAY-NAME PIC X(16).
                   10 LS-UB-BALANCE PIC 9(6).
                   10 LS-UB-REMOVED-DATE PIC 9(8).

       PROCEDURE DIVISION USING LS-FILTER-NAME, LS-UNCLAIMED-COUNT,
           LS-UNCLAIMED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO LS-UNCLAIMED-COUNT.

           OPEN INPUT F-UNCLAIMED-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-UNCLAIMED-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM COLLECT-UNCLAIMED
               END-READ
           END-PERFORM.
           CLOSE F-UNCLAIMED-FILE.

           GOBACK.

       COLLECT-UNCLAIMED.
           IF UB-STATUS = "H" AND LS-UNCLAIMED-COUNT < 5
              AND (LS-FILTER-NAME = SPACES OR
                   UB-USERNAME = LS-FILTER-NAME)
               ADD 1 TO LS-UNCLAIMED-COUNT
               MOVE UB-ID TO LS-UB-ID(LS-UNCLAIMED-COUNT)
               MOVE UB-USERNAME TO LS-UB-USERNAME(LS-UNCLAIMED-COUNT)
               MOVE UB-DISPLAY-NAME TO
                 LS-UB-DISPLAY-NAME(LS-UNCLAIMED-COUNT)
               MOVE UB-BALANCE TO LS-UB-BALANCE(LS-UNCLAIMED-COUNT)
               MOVE UB-REMOVED-DATE TO
                 LS-UB-REMOVED-DATE(LS-UNCLAIMED-COUNT)
           END-IF.
