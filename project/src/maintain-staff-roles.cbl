       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-staff-roles.
      ******************************************************************
      *----SUB PROGRAM THAT GRANTS ("G") OR REVOKES ("R") ONE STAFF----*
      *----ROLE FOR ONE MEMBER IN STAFF-ROLES.DAT, STAMPED WITH WHO----*
      *----GRANTED IT AND WHEN. REVOKES REBUILD THE FILE WITHOUT THE---*
      *----ROW, THE SAME TRUNCATE-AND-REWRITE SHAPE THE BOARD----------*
      *----MODERATOR LIST USES. THE LAST SYS HOLDER CANNOT BE----------*
      *----REVOKED, OR NOBODY COULD HAND ROLES OUT AGAIN---------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ROLES-FILE ASSIGN TO "staff-roles.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-ROLES-FILE.
           01 SR-ENTRY.
              05 SR-USERNAME PIC X(16).
              05 SR-ROLE PIC X(3).
              05 SR-GRANTED-BY PIC X(16).
              05 SR-GRANTED-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-ALREADY PIC 9 VALUE 0.
           01 WS-SYS-HOLDERS PIC 9(3) VALUE 0.
           01 WS-KEEP-COUNT PIC 9(3) VALUE 0.
           01 WS-KEEP-ROWS.
               05 WS-KEEP-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-KEEP-COUNT.
                   10 WS-KP-USERNAME PIC X(16).
                   10 WS-KP-ROLE PIC X(3).
                   10 WS-KP-GRANTED-BY PIC X(16).
                   10 WS-KP-GRANTED-DATE PIC 9(8).
           01 WS-KEEP-IDX PIC 9(3).

           LINKAGE SECTION.
           01 LS-ACTION PIC X.
           01 LS-USERNAME PIC X(16).
           01 LS-ROLE PIC X(3).
           01 LS-GRANTED-BY PIC X(16).
      *>    "Y" = DONE, "D" = ALREADY HELD, "N" = NOT HELD,
      *>    "U" = NOT A ROLE CODE, "L" = LAST SYS HOLDER
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-ACTION, LS-USERNAME, LS-ROLE,
           LS-GRANTED-BY, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ALREADY.
           MOVE 0 TO WS-SYS-HOLDERS.
           MOVE 0 TO WS-KEEP-COUNT.

           MOVE "U" TO LS-RESULT.
           MOVE FUNCTION UPPER-CASE(LS-ROLE) TO LS-ROLE.
           IF LS-ROLE NOT = "FIN" AND "SUP" AND "MOD" AND "OPS" AND
              "SYS" THEN
               GOBACK
           END-IF.

           OPEN INPUT F-ROLES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ROLES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SR-ROLE = "SYS" THEN
                           ADD 1 TO WS-SYS-HOLDERS
                       END-IF
                       IF SR-USERNAME = LS-USERNAME AND
                          SR-ROLE = LS-ROLE THEN
                           MOVE 1 TO WS-ALREADY
                       ELSE
                           IF WS-KEEP-COUNT < 500 THEN
                               ADD 1 TO WS-KEEP-COUNT
                               MOVE SR-ENTRY TO
                                 WS-KEEP-ENTRY(WS-KEEP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ROLES-FILE.

           IF LS-ACTION = "G" OR "g" THEN
               PERFORM GRANT-THE-ROLE
           ELSE
               PERFORM REVOKE-THE-ROLE
           END-IF.

           GOBACK.

       GRANT-THE-ROLE.
           IF WS-ALREADY = 1 THEN
               MOVE "D" TO LS-RESULT
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND F-ROLES-FILE.
           MOVE LS-USERNAME TO SR-USERNAME.
           MOVE LS-ROLE TO SR-ROLE.
           MOVE LS-GRANTED-BY TO SR-GRANTED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SR-GRANTED-DATE.
           WRITE SR-ENTRY.
           CLOSE F-ROLES-FILE.
           MOVE "Y" TO LS-RESULT.

       REVOKE-THE-ROLE.
           IF WS-ALREADY = 0 THEN
               MOVE "N" TO LS-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF LS-ROLE = "SYS" AND WS-SYS-HOLDERS < 2 THEN
               MOVE "L" TO LS-RESULT
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT F-ROLES-FILE.
           MOVE 0 TO WS-KEEP-IDX.
           PERFORM UNTIL WS-KEEP-IDX = WS-KEEP-COUNT
               ADD 1 TO WS-KEEP-IDX
               MOVE WS-KEEP-ENTRY(WS-KEEP-IDX) TO SR-ENTRY
               WRITE SR-ENTRY
           END-PERFORM.
           CLOSE F-ROLES-FILE.
           MOVE "Y" TO LS-RESULT.
