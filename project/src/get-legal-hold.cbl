       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-legal-hold.
      ******************************************************************
      *----SUB PROGRAM THAT HANDS BACK THE ACTIVE LEGAL HOLD ON A------*
      *----USERNAME FROM LEGAL-HOLDS.DAT -- REASON, REFERENCE, REVIEW--*
      *----DATE, AND WHO SET IT WHEN -- FOR THE BACK-OFFICE SCREEN.----*
      *----NO ACTIVE HOLD COMES BACK AS LS-FOUND 0 AND BLANK FIELDS----*
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
           01 LS-FOUND PIC 9.
           01 LS-REASON PIC X(40).
           01 LS-REFERENCE PIC X(20).
           01 LS-REVIEW-DATE PIC 9(8).
           01 LS-SET-BY PIC X(16).
           01 LS-SET-DATE PIC 9(8).

       PROCEDURE DIVISION USING LS-USERNAME, LS-FOUND, LS-REASON,
           LS-REFERENCE, LS-REVIEW-DATE, LS-SET-BY, LS-SET-DATE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO LS-FOUND.
           MOVE SPACES TO LS-REASON.
           MOVE SPACES TO LS-REFERENCE.
           MOVE 0 TO LS-REVIEW-DATE.
           MOVE SPACES TO LS-SET-BY.
           MOVE 0 TO LS-SET-DATE.

           OPEN INPUT F-HOLDS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOLDS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF LH-USERNAME = LS-USERNAME AND
                          LH-STATUS = "A" THEN
                           MOVE 1 TO LS-FOUND
                           MOVE LH-REASON TO LS-REASON
                           MOVE LH-REFERENCE TO LS-REFERENCE
                           MOVE LH-REVIEW-DATE TO LS-REVIEW-DATE
                           MOVE LH-SET-BY TO LS-SET-BY
                           MOVE LH-SET-DATE TO LS-SET-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HOLDS-FILE.

           GOBACK.
