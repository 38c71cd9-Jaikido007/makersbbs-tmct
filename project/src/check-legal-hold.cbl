       IDENTIFICATION DIVISION.
       PROGRAM-ID. check-legal-hold.
      ******************************************************************
      *----SUB PROGRAM THAT SAYS WHETHER A USERNAME IS UNDER AN--------*
      *----ACTIVE LEGAL HOLD IN LEGAL-HOLDS.DAT. WHILE IT STANDS THE---*
      *----MEMBER'S DATA MAY NOT BE DELETED, PURGED, ANONYMISED OR-----*
      *----ROLLED OFF TO AN ARCHIVE. A HOLD PAST ITS REVIEW DATE IS----*
      *----STILL A HOLD -- ONLY A RELEASE LIFTS IT---------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-HOLDS-FILE ASSIGN TO "legal-holds.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-HOLDS-FILE.
           01 LH-ENTRY.
              05 LH-USERNAME PIC X(16).
              05 LH-STATUS PIC X(1).
              05 LH-REASON PIC X(40).
              05 LH-REFERENCE PIC X(20).
              05 LH-REVIEW-DATE PIC 9(8).
              05 LH-SET-BY PIC X(16).
              05 LH-SET-DATE PIC 9(8).
              05 LH-RELEASED-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-HELD PIC 9.

       PROCEDURE DIVISION USING LS-USERNAME, LS-HELD.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO LS-HELD.

           OPEN INPUT F-HOLDS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOLDS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF LH-USERNAME = LS-USERNAME AND
                          LH-STATUS = "A" THEN
                           MOVE 1 TO LS-HELD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HOLDS-FILE.

           GOBACK.
