      *----(YYYYMM) IS STILL OPEN FOR POSTING. A PERIOD WITH NO ROW----*
      *----IN PERIOD-CONTROL.DAT HAS NEVER BEEN CLOSED AND COUNTS------*
      *----AS OPEN, SO THE FILE ONLY EVER NEEDS ROWS FOR PERIODS-------*
      *----THAT HAVE ACTUALLY BEEN SHUT. A PERIOD INSIDE A FINANCIAL---*
      *----YEAR CLOSED ON YEAR-END-CONTROL.DAT IS NEVER OPEN-----------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL F-PERIOD-FILE ASSIGN TO "period-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-YEAR-FILE ASSIGN TO "year-end-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-PERIOD-FILE.
              05 PD-CLOSED-DATE PIC 9(8).
              05 PD-CLOSED-BY PIC X(16).

           FD F-YEAR-FILE.
           01 YC-ENTRY.
              05 YC-YEAR-START PIC 9(6).
              05 YC-YEAR-END PIC 9(6).
              05 YC-STATUS PIC X(1).
              05 YC-CLOSED-DATE PIC 9(8).
              05 YC-CLOSED-BY PIC X(16).
              05 YC-REOPEN-BY PIC X(16).
              05 YC-REOPEN-REASON PIC X(40).
              05 YC-REOPEN-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           END-PERFORM.
           CLOSE F-PERIOD-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-YEAR-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-YEAR-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF YC-STATUS = "C" AND
                          LS-PERIOD >= YC-YEAR-START AND
                          LS-PERIOD <= YC-YEAR-END THEN
                           MOVE 0 TO LS-IS-OPEN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-YEAR-FILE.

           GOBACK.
