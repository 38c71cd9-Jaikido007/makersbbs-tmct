       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-legal-hold.
      ******************************************************************
      *----SUB PROGRAM THAT PLACES ("P") OR RELEASES ("R") A LEGAL-----*
      *----HOLD ON ONE USERNAME IN LEGAL-HOLDS.DAT. A HOLD CARRIES-----*
      *----THE REASON, THE OUTSIDE REFERENCE (POLICE OR CHARGEBACK-----*
      *----CASE NUMBER), THE DATE IT IS NEXT DUE FOR REVIEW, AND WHO---*
      *----SET IT WHEN. PLACING A HOLD ON A MEMBER ALREADY HELD--------*
      *----UPDATES THE REASON, REFERENCE AND REVIEW DATE IN PLACE, SO--*
      *----A REVIEW THAT KEEPS THE HOLD JUST MOVES THE DATE ON. A------*
      *----RELEASE LEAVES THE ROW ON FILE, MARKED "R" WITH THE DATE----*
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
           01 WS-TODAY PIC 9(8).

           LINKAGE SECTION.
           01 LS-ACTION PIC X.
           01 LS-USERNAME PIC X(16).
           01 LS-REASON PIC X(40).
           01 LS-REFERENCE PIC X(20).
           01 LS-REVIEW-DATE PIC 9(8).
           01 LS-SET-BY PIC X(16).
      *>    "Y" = PLACED, "U" = HOLD UPDATED, "R" = RELEASED,
      *>    "N" = NO ACTIVE HOLD TO RELEASE, "E" = NO REASON GIVEN,
      *>    "B" = REVIEW DATE NOT A REAL DATE AFTER TODAY
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-ACTION, LS-USERNAME, LS-REASON,
           LS-REFERENCE, LS-REVIEW-DATE, LS-SET-BY, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF LS-ACTION = "P" THEN
               IF LS-REASON = SPACES THEN
                   MOVE "E" TO LS-RESULT
                   GOBACK
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(LS-REVIEW-DATE) NOT = 0
                  OR LS-REVIEW-DATE NOT > WS-TODAY THEN
                   MOVE "B" TO LS-RESULT
                   GOBACK
               END-IF
           END-IF.
           IF LS-ACTION = "P" THEN
               MOVE "Y" TO LS-RESULT
           ELSE
               MOVE "N" TO LS-RESULT
           END-IF.

           OPEN I-O F-HOLDS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOLDS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF LH-USERNAME = LS-USERNAME AND
                          LH-STATUS = "A" THEN
                           PERFORM CHANGE-ACTIVE-HOLD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HOLDS-FILE.

           IF LS-RESULT = "Y" THEN
               OPEN EXTEND F-HOLDS-FILE
               MOVE LS-USERNAME TO LH-USERNAME
               MOVE "A" TO LH-STATUS
               MOVE LS-REASON TO LH-REASON
               MOVE LS-REFERENCE TO LH-REFERENCE
               MOVE LS-REVIEW-DATE TO LH-REVIEW-DATE
               MOVE LS-SET-BY TO LH-SET-BY
               MOVE WS-TODAY TO LH-SET-DATE
               MOVE 0 TO LH-RELEASED-DATE
               WRITE LH-ENTRY
               CLOSE F-HOLDS-FILE
           END-IF.

           GOBACK.

       CHANGE-ACTIVE-HOLD.
           IF LS-ACTION = "P" THEN
               MOVE LS-REASON TO LH-REASON
               MOVE LS-REFERENCE TO LH-REFERENCE
               MOVE LS-REVIEW-DATE TO LH-REVIEW-DATE
               MOVE LS-SET-BY TO LH-SET-BY
               MOVE WS-TODAY TO LH-SET-DATE
               REWRITE LH-ENTRY
               MOVE "U" TO LS-RESULT
           ELSE
               MOVE "R" TO LH-STATUS
               MOVE WS-TODAY TO LH-RELEASED-DATE
               REWRITE LH-ENTRY
               MOVE "R" TO LS-RESULT
           END-IF.
