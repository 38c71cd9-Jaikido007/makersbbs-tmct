       IDENTIFICATION DIVISION.
       PROGRAM-ID. delete-account.
      ******************************************************************
      *----SUB PROGRAM THAT REMOVES A MEMBER'S ROW FROM USERS.DAT FOR--*
      *----THE ACCOUNT-DELETION FLOW REACHED FROM THE USER ACCOUNT-----*
      *----MENU. THE OTHER FILES A MEMBER TOUCHES -- COMMENTS.DAT,-----*
      *----CUSTOMISE-FILE.DAT, HIGH-SCORES.DAT -- ARE CLEANED UP BY----*
      *----THEIR OWN SEPARATE SUB PROGRAMS, CALLED ALONGSIDE THIS------*
      *----ONE; GROUP CONVERSATIONS ARE LEFT AND SCRUBBED FROM HERE----*
      *----THROUGH SCRUB-GROUP-CONVERSATIONS ONCE THE ROW IS GONE.-----*
      *----ANY CREDITS STILL ON THE ROW ARE HANDED TO------------------*
      *----WRITE-OFF-UNCLAIMED SO THEY LAND IN THE UNCLAIMED-BALANCES--*
      *----REGISTER INSTEAD OF SIMPLY VANISHING. A MEMBER UNDER A------*
      *----LEGAL HOLD IS LEFT IN PLACE AND THE REFUSAL LOGGED----------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              05 DISPLAY-NAME PIC X(16).
              05 FILLER PIC X VALUE X'0A'.

       WORKING-STORAGE SECTION.
           01 WS-LAST-BALANCE PIC 9(6) VALUE 0.
           01 WS-LAST-DISPLAY-NAME PIC X(16) VALUE SPACES.
           01 WS-HOLD-HELD PIC 9 VALUE 0.
           01 WS-HOLD-PATH PIC X(28) VALUE "delete-account".

       LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-DELETED PIC 9.

       PROCEDURE DIVISION USING LS-USERNAME, LS-DELETED.
           MOVE 0 TO LS-DELETED.
           MOVE 0 TO WS-LAST-BALANCE.
           MOVE SPACES TO WS-LAST-DISPLAY-NAME.

      *>    A MEMBER UNDER LEGAL HOLD IS NEVER DELETED, WHOEVER ASKS.
           CALL "check-legal-hold" USING LS-USERNAME, WS-HOLD-HELD.
           IF WS-HOLD-HELD = 1 THEN
               CALL "record-hold-skip" USING LS-USERNAME, WS-HOLD-PATH
               GOBACK
           END-IF.

           MOVE LS-USERNAME TO USERNAME.
           OPEN I-O F-USERS-FILE.
           READ F-USERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE USER-CREDITS TO WS-LAST-BALANCE
                   MOVE DISPLAY-NAME TO WS-LAST-DISPLAY-NAME
                   DELETE F-USERS-FILE RECORD
                   MOVE 1 TO LS-DELETED
           END-READ.
           CLOSE F-USERS-FILE.

           IF LS-DELETED = 1 THEN
               CALL "scrub-group-conversations" USING LS-USERNAME
           END-IF.

           IF LS-DELETED = 1 AND WS-LAST-BALANCE > 0 THEN
               CALL "write-off-unclaimed" USING LS-USERNAME,
                   WS-LAST-DISPLAY-NAME, WS-LAST-BALANCE
           END-IF.

           GOBACK.
