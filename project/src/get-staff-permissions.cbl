       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-staff-permissions.
      ******************************************************************
      *----SUB PROGRAM THAT WORKS OUT WHAT A MEMBER MAY DO IN THE------*
      *----BACK OFFICE: THE STAFF ROLES THEY HOLD IN STAFF-ROLES.DAT---*
      *----AND THE FUNCTION CODES THOSE ROLES OPEN TO THEM UNDER-------*
      *----FUNCTION-ROLES.DAT. ROLES ONLY COUNT ON AN ADM ACCOUNT.-----*
      *----UNTIL THE FIRST ROLE IS HANDED OUT EVERY ADM ACCOUNT HOLDS--*
      *----EVERY FUNCTION, AS BEFORE ROLES EXISTED, AND WHILE NOBODY---*
      *----HOLDS SYS ANY ADM MAY STILL REACH THE STAFF-ROLE SCREEN SO--*
      *----THE HOUSE CANNOT LOCK ITSELF OUT----------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ROLES-FILE ASSIGN TO "staff-roles.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-FUNCTION-FILE ASSIGN TO
             "function-roles.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-ROLES-FILE.
           01 SR-ENTRY.
              05 SR-USERNAME PIC X(16).
              05 SR-ROLE PIC X(3).
              05 SR-GRANTED-BY PIC X(16).
              05 SR-GRANTED-DATE PIC 9(8).

           FD F-FUNCTION-FILE.
           01 FR-ENTRY.
              05 FR-FUNCTION PIC X(4).
              05 FR-ROLES PIC X(15).
              05 FR-NAME PIC X(28).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-ROLE-ROWS PIC 9(4) VALUE 0.
           01 WS-SYS-HELD PIC 9 VALUE 0.
           01 WS-HELD-COUNT PIC 9 VALUE 0.
           01 WS-HELD-TABLE.
              05 WS-HELD-ROLE PIC X(3) OCCURS 5 TIMES.
           01 WS-HELD-IDX PIC 9.
           01 WS-FR-IDX PIC 9.
           01 WS-MATCH PIC 9.
           01 WS-ROLE-GRANTED PIC 9.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-USER-LEVEL PIC X(3).
      *>    THE ROLE CODES HELD, SPACE-SEPARATED, WHATEVER THE LEVEL.
           01 LS-ROLES PIC X(20).
           01 LS-PERM-COUNT PIC 99.
           01 LS-PERM-TABLE.
              05 LS-PERM-FUNCTION PIC X(4) OCCURS 60 TIMES.

       PROCEDURE DIVISION USING LS-USERNAME, LS-USER-LEVEL, LS-ROLES,
           LS-PERM-COUNT, LS-PERM-TABLE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ROLE-ROWS.
           MOVE 0 TO WS-SYS-HELD.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE SPACES TO WS-HELD-TABLE.

           MOVE SPACES TO LS-ROLES.
           MOVE 0 TO LS-PERM-COUNT.
           MOVE SPACES TO LS-PERM-TABLE.

           CALL "seed-function-roles".

           OPEN INPUT F-ROLES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ROLES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       ADD 1 TO WS-ROLE-ROWS
                       IF SR-ROLE = "SYS" THEN
                           MOVE 1 TO WS-SYS-HELD
                       END-IF
                       IF SR-USERNAME = LS-USERNAME AND
                          WS-HELD-COUNT < 5 THEN
                           ADD 1 TO WS-HELD-COUNT
                           MOVE SR-ROLE TO WS-HELD-ROLE(WS-HELD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ROLES-FILE.

           STRING WS-HELD-ROLE(1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HELD-ROLE(2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HELD-ROLE(3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HELD-ROLE(4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HELD-ROLE(5) DELIMITED BY SIZE
               INTO LS-ROLES.

           IF LS-USER-LEVEL NOT = "ADM" THEN
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-FUNCTION-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-FUNCTION-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM CHECK-ONE-FUNCTION
               END-READ
           END-PERFORM.
           CLOSE F-FUNCTION-FILE.

           GOBACK.

       CHECK-ONE-FUNCTION.
           MOVE 0 TO WS-ROLE-GRANTED.
           IF WS-ROLE-ROWS = 0 THEN
               MOVE 1 TO WS-ROLE-GRANTED
           END-IF.
           IF FR-FUNCTION = "ROLE" AND WS-SYS-HELD = 0 THEN
               MOVE 1 TO WS-ROLE-GRANTED
           END-IF.

           MOVE 0 TO WS-HELD-IDX.
           PERFORM UNTIL WS-HELD-IDX = WS-HELD-COUNT OR
                         WS-ROLE-GRANTED = 1
               ADD 1 TO WS-HELD-IDX
               PERFORM MATCH-HELD-ROLE
               IF WS-MATCH = 1 THEN
                   MOVE 1 TO WS-ROLE-GRANTED
               END-IF
           END-PERFORM.

           IF WS-ROLE-GRANTED = 1 AND LS-PERM-COUNT < 60 THEN
               ADD 1 TO LS-PERM-COUNT
               MOVE FR-FUNCTION TO LS-PERM-FUNCTION(LS-PERM-COUNT)
           END-IF.

      *>    THE ROLE CODES SIT IN FOUR-BYTE STEPS ALONG FR-ROLES.
       MATCH-HELD-ROLE.
           MOVE 0 TO WS-MATCH.
           MOVE 0 TO WS-FR-IDX.
           PERFORM UNTIL WS-FR-IDX = 4 OR WS-MATCH = 1
               IF FR-ROLES(WS-FR-IDX * 4 + 1:3) =
                  WS-HELD-ROLE(WS-HELD-IDX) THEN
                   MOVE 1 TO WS-MATCH
               END-IF
               ADD 1 TO WS-FR-IDX
           END-PERFORM.
