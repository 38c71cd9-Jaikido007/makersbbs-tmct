       IDENTIFICATION DIVISION.
       PROGRAM-ID. open-till-session.
      ******************************************************************
      *----SUB PROGRAM THAT OPENS A COUNTER TILL SESSION FOR A STAFF---*
      *----MEMBER IN TILL-SESSIONS.DAT, WITH THE FLOAT THEY START THE--*
      *----SHIFT WITH. AN OPERATOR HAS ONE TILL OPEN AT A TIME -- IF---*
      *----ONE IS ALREADY OPEN ITS NUMBER IS HANDED BACK INSTEAD, SO---*
      *----CASH TAKEN SINCE IS NOT SPLIT ACROSS TWO SESSIONS. THE------*
      *----TILL IS CASHED UP AGAIN BY CLOSE-TILL-SESSION---------------*
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
           01 WS-LAST-ID PIC 9(6) VALUE 0.

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
           01 LS-FLOAT PIC 9(6).
           01 LS-SESSION-ID PIC 9(6).
      *>    "Y" = OPENED, "A" = THE OPERATOR ALREADY HAS ONE OPEN
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-OPERATOR,
           LS-FLOAT, LS-SESSION-ID, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LAST-ID.
           MOVE 0 TO LS-SESSION-ID.
           MOVE "Y" TO LS-RESULT.

           OPEN INPUT F-TILL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TILL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF TS-SESSION-ID > WS-LAST-ID THEN
                           MOVE TS-SESSION-ID TO WS-LAST-ID
                       END-IF
                       IF TS-OPERATOR = LS-OPERATOR AND
                          TS-STATUS = "O" THEN
                           MOVE TS-SESSION-ID TO LS-SESSION-ID
                           MOVE "A" TO LS-RESULT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TILL-FILE.

           IF LS-RESULT = "A" THEN
               GOBACK
           END-IF.

           COMPUTE LS-SESSION-ID = WS-LAST-ID + 1.
           MOVE LS-SESSION-ID TO TS-SESSION-ID.
           MOVE LS-OPERATOR TO TS-OPERATOR.
           MOVE "O" TO TS-STATUS.
           MOVE LS-FORMATTED-YEAR TO TS-OPEN-DATE(1:4).
           MOVE LS-FORMATTED-MONTH TO TS-OPEN-DATE(5:2).
           MOVE LS-FORMATTED-DY TO TS-OPEN-DATE(7:2).
           MOVE LS-FORMATTED-HOUR TO TS-OPEN-TIME(1:2).
           MOVE LS-FORMATTED-MINS TO TS-OPEN-TIME(3:2).
           MOVE LS-FLOAT TO TS-FLOAT.
           MOVE 0 TO TS-TAKINGS.
           MOVE 0 TO TS-TOPUPS.
           MOVE 0 TO TS-COUNTED.
           MOVE 0 TO TS-CLOSE-DATE.
           MOVE 0 TO TS-CLOSE-TIME.

           OPEN EXTEND F-TILL-FILE.
           WRITE TS-ENTRY.
           CLOSE F-TILL-FILE.

           GOBACK.
