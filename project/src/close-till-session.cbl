       IDENTIFICATION DIVISION.
       PROGRAM-ID. close-till-session.
      ******************************************************************
      *----SUB PROGRAM THAT CASHES UP AN OPERATOR'S OPEN COUNTER TILL--*
      *----SESSION AT THE END OF THE SHIFT. THE CASH THE TILL SHOULD---*
      *----HOLD IS THE OPENING FLOAT PLUS THE CASH TOP-UPS TAKEN; THE--*
      *----FIGURE ACTUALLY COUNTED IS KEPT BESIDE IT ON THE SESSION----*
      *----ROW IN TILL-SESSIONS.DAT AND THE SESSION IS CLOSED, SO------*
      *----CASH-UP-REPORT CAN SHOW ANY OVER OR SHORT BY SESSION AND BY-*
      *----OPERATOR----------------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-TILL-FILE ASSIGN TO "till-sessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-TILL-FILE.
           01 TS-ENTRY.
              05 TS-SESSION-ID PIC 9(6).
              05 TS-OPERATOR PIC X(16).
              05 TS-STATUS PIC X(1).
              05 TS-OPEN-DATE PIC 9(8).
              05 TS-OPEN-TIME PIC 9(4).
              05 TS-FLOAT PIC 9(6).
              05 TS-TAKINGS PIC 9(6).
              05 TS-TOPUPS PIC 9(4).
              05 TS-COUNTED PIC 9(6).
              05 TS-CLOSE-DATE PIC 9(8).
              05 TS-CLOSE-TIME PIC 9(4).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-FORMATTED-DT.
             05 LS-FORMATTED-DTE-TME.
               15 LS-FORMATTED-YEAR    PIC  X(4).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-MONTH   PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-DY      PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-HOUR    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-MINS    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-SEC     PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-MS      PIC  X(2).

           01 LS-OPERATOR PIC X(16).
           01 LS-COUNTED PIC 9(6).
           01 LS-SESSION-ID PIC 9(6).
      *>    FLOAT PLUS TAKINGS -- WHAT THE COUNT SHOULD HAVE COME TO
           01 LS-EXPECTED PIC 9(7).
      *>    "Y" = CASHED UP AND CLOSED, "S" = NO OPEN TILL SESSION
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-OPERATOR,
           LS-COUNTED, LS-SESSION-ID, LS-EXPECTED, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO LS-SESSION-ID.
           MOVE 0 TO LS-EXPECTED.
           MOVE "S" TO LS-RESULT.

           OPEN I-O F-TILL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TILL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF TS-OPERATOR = LS-OPERATOR AND
                          TS-STATUS = "O" THEN
                           PERFORM CASH-UP-SESSION
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TILL-FILE.

           GOBACK.

       CASH-UP-SESSION.
           MOVE TS-SESSION-ID TO LS-SESSION-ID.
           COMPUTE LS-EXPECTED = TS-FLOAT + TS-TAKINGS.
           MOVE LS-COUNTED TO TS-COUNTED.
           MOVE "C" TO TS-STATUS.
           MOVE LS-FORMATTED-YEAR TO TS-CLOSE-DATE(1:4).
           MOVE LS-FORMATTED-MONTH TO TS-CLOSE-DATE(5:2).
           MOVE LS-FORMATTED-DY TO TS-CLOSE-DATE(7:2).
           MOVE LS-FORMATTED-HOUR TO TS-CLOSE-TIME(1:2).
           MOVE LS-FORMATTED-MINS TO TS-CLOSE-TIME(3:2).
           REWRITE TS-ENTRY.
           MOVE "Y" TO LS-RESULT.
