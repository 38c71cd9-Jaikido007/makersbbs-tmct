       IDENTIFICATION DIVISION.
       PROGRAM-ID. scrub-group-conversations.
      ******************************************************************
      *----SUB PROGRAM THAT TAKES A DEPARTING MEMBER OUT OF EVERY------*
      *----GROUP CONVERSATION THEY ARE IN (THROUGH THE ORDINARY--------*
      *----LEAVE, SO OWNERSHIP PASSES ON AND EMPTY CONVERSATIONS-------*
      *----CLOSE), THEN BLANKS THEIR NAME OUT OF GROUP-MEMBERS.DAT,----*
      *----GROUP-MESSAGES.DAT AND GROUP-RECEIPTS.DAT IN THE SAME-------*
      *----BLANK-IN-PLACE SHAPE ANONYMIZE-COMMENTS.CBL USES, SO THE----*
      *----OTHER PARTICIPANTS KEEP THE THREAD--------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-MEMBERS-FILE ASSIGN TO
             "group-members.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-GROUP-MESSAGES-FILE ASSIGN TO
             "group-messages.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-RECEIPTS-FILE ASSIGN TO
             "group-receipts.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-MEMBERS-FILE.
           01 GM-ENTRY.
              05 GM-CONV-ID PIC 9(4).
              05 GM-USERNAME PIC X(16).
              05 GM-JOINED PIC 9(8).
              05 GM-STATUS PIC X(1).
              05 GM-ADDED-BY PIC X(16).
              05 GM-LAST-READ PIC 9(5).

           FD F-GROUP-MESSAGES-FILE.
           01 GX-ENTRY.
              05 GX-CONV-ID PIC 9(4).
              05 GX-SEQ PIC 9(5).
              05 GX-SENDER PIC X(16).
              05 GX-DATE PIC 9(8).
              05 GX-TEXT PIC X(140).

           FD F-RECEIPTS-FILE.
           01 GR-ENTRY.
              05 GR-CONV-ID PIC 9(4).
              05 GR-SEQ PIC 9(5).
              05 GR-USERNAME PIC X(16).
              05 GR-STATUS PIC X(1).
              05 GR-READ-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-IDX PIC 9(3) VALUE 0.
           01 WS-CONV-COUNT PIC 9(3) VALUE 0.
           01 WS-CONV-TABLE.
              05 WS-CONV-ID PIC 9(4) OCCURS 999 TIMES.
           01 WS-LEAVE-ACTION PIC X(1) VALUE "L".
           01 WS-LEAVE-NAME PIC X(30).
           01 WS-LEAVE-MEMBER PIC X(16).
           01 WS-LEAVE-RESULT PIC X(1).
           01 WS-DELETED-NAME PIC X(16) VALUE "[deleted user]".

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).

       PROCEDURE DIVISION USING LS-USERNAME.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-CONV-COUNT.

           OPEN INPUT F-MEMBERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MEMBERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GM-USERNAME = LS-USERNAME AND
                          GM-STATUS = "A" AND WS-CONV-COUNT < 999 THEN
                           ADD 1 TO WS-CONV-COUNT
                           MOVE GM-CONV-ID TO WS-CONV-ID(WS-CONV-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MEMBERS-FILE.

           MOVE SPACES TO WS-LEAVE-NAME.
           MOVE SPACES TO WS-LEAVE-MEMBER.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX >= WS-CONV-COUNT
               ADD 1 TO WS-IDX
               CALL "maintain-group-conversation" USING WS-LEAVE-ACTION,
                   WS-CONV-ID(WS-IDX), WS-LEAVE-NAME, LS-USERNAME,
                   WS-LEAVE-MEMBER, WS-LEAVE-RESULT
           END-PERFORM.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-MEMBERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MEMBERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GM-USERNAME = LS-USERNAME OR
                          GM-ADDED-BY = LS-USERNAME THEN
                           IF GM-USERNAME = LS-USERNAME THEN
                               MOVE WS-DELETED-NAME TO GM-USERNAME
                           END-IF
                           IF GM-ADDED-BY = LS-USERNAME THEN
                               MOVE WS-DELETED-NAME TO GM-ADDED-BY
                           END-IF
                           REWRITE GM-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MEMBERS-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-GROUP-MESSAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GROUP-MESSAGES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GX-SENDER = LS-USERNAME THEN
                           MOVE WS-DELETED-NAME TO GX-SENDER
                           REWRITE GX-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GROUP-MESSAGES-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-RECEIPTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RECEIPTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GR-USERNAME = LS-USERNAME THEN
                           MOVE WS-DELETED-NAME TO GR-USERNAME
                           REWRITE GR-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RECEIPTS-FILE.

           GOBACK.
