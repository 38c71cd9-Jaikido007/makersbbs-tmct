       IDENTIFICATION DIVISION.
       PROGRAM-ID. spool-subject-access.
      ******************************************************************
      *----SUB PROGRAM THAT ASSEMBLES A MEMBER'S SUBJECT ACCESS PACK:--*
      *----EVERYTHING HELD AGAINST THE USERNAME ACROSS THE ACCOUNT,----*
      *----CONTACT AND PROFILE FILES, LIVE AND ARCHIVED POSTS,---------*
      *----COMMENTS, PRIVATE MESSAGES (BOTH DIRECTIONS), GROUP---------*
      *----CONVERSATIONS (MEMBERSHIPS AND MESSAGES SENT), THE LIVE-----*
      *----AND ARCHIVED LEDGER, LOGIN-AUDIT ROWS AND SANCTIONS, AS-----*
      *----ONE PAGINATED SPOOL DOCUMENT IN THE SPOOL-MEMBER-STATEMENT--*
      *----SHAPE. THE PASSWORD HASH AND CARD NUMBERS ARE DELIBERATELY--*
      *----NOT PRINTED; THE PACK NOTES WHETHER A CARD IS ON FILE-------*
      *----INSTEAD-----------------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-ID.

           SELECT OPTIONAL F-GROUP-CONV-FILE ASSIGN TO
             "group-conversations.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-GROUP-MEMBERS-FILE ASSIGN TO
             "group-members.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-GROUP-MESSAGES-FILE ASSIGN TO
             "group-messages.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
             05 PM-RECIPIENT PIC X(16).
             05 PM-DATE PIC X(10).

           FD F-GROUP-CONV-FILE.
           01 GC-ENTRY.
              05 GC-ID PIC 9(4).
              05 GC-NAME PIC X(30).
              05 GC-OWNER PIC X(16).
              05 GC-CREATED PIC 9(8).
              05 GC-STATUS PIC X(1).
              05 GC-LAST-SEQ PIC 9(5).

           FD F-GROUP-MEMBERS-FILE.
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

           FD F-TRANSACTION-LOG-FILE.
           01 TRANSACTION.
               05 TRANS-ID PIC 9(6).
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-PAGE-NO PIC 9(3) VALUE 1.
           01 WS-PAGE-LINES PIC 9(3) VALUE 0.
           01 WS-GROUP-IS-ENDED PIC 9 VALUE 0.

           01 WS-CD-FOUND PIC 9.
           01 WS-CD-EMAIL PIC X(40).
           PERFORM PACK-POSTS-SECTION.
           PERFORM PACK-COMMENTS-SECTION.
           PERFORM PACK-PM-SECTION.
           PERFORM PACK-GROUP-SECTION.
           PERFORM PACK-LEDGER-SECTION.
           PERFORM PACK-LOGIN-SECTION.
           PERFORM PACK-SANCTIONS-SECTION.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

      *>    EVERY CONVERSATION THE MEMBER HAS BEEN IN, INCLUDING ONES
      *>    THEY HAVE SINCE LEFT, THEN EVERY GROUP MESSAGE THEY SENT.
       PACK-GROUP-SECTION.
           MOVE "--- GROUP CONVERSATIONS ---" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-GROUP-MEMBERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GROUP-MEMBERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GM-USERNAME = LS-USERNAME THEN
                           MOVE SPACES TO WS-ROW-LINE
                           MOVE GM-CONV-ID TO WS-ROW-LINE(1:4)
                           MOVE GM-JOINED TO WS-ROW-LINE(7:8)
                           IF GM-STATUS = "A" THEN
                               MOVE "IN  " TO WS-ROW-LINE(17:4)
                           ELSE
                               MOVE "LEFT" TO WS-ROW-LINE(17:4)
                           END-IF
                           PERFORM FIND-GROUP-NAME
                           MOVE WS-ROW-LINE TO SP-LINE
                           PERFORM WRITE-SPOOL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GROUP-MEMBERS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-GROUP-MESSAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GROUP-MESSAGES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GX-SENDER = LS-USERNAME THEN
                           MOVE SPACES TO WS-ROW-LINE
                           MOVE GX-CONV-ID TO WS-ROW-LINE(1:4)
                           MOVE GX-SEQ TO WS-ROW-LINE(6:5)
                           MOVE GX-DATE TO WS-ROW-LINE(12:8)
                           MOVE GX-TEXT(1:59) TO WS-ROW-LINE(22:59)
                           MOVE WS-ROW-LINE TO SP-LINE
                           PERFORM WRITE-SPOOL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GROUP-MESSAGES-FILE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       FIND-GROUP-NAME.
           MOVE 0 TO WS-GROUP-IS-ENDED.
           OPEN INPUT F-GROUP-CONV-FILE.
           PERFORM UNTIL WS-GROUP-IS-ENDED = 1
               READ F-GROUP-CONV-FILE
                   AT END MOVE 1 TO WS-GROUP-IS-ENDED
                   NOT AT END
                       IF GC-ID = GM-CONV-ID THEN
                           MOVE GC-NAME TO WS-ROW-LINE(23:30)
                           IF GC-OWNER = LS-USERNAME THEN
                               MOVE "OWNER" TO WS-ROW-LINE(55:5)
                           END-IF
                           MOVE 1 TO WS-GROUP-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GROUP-CONV-FILE.

       PACK-LEDGER-SECTION.
           MOVE "--- LEDGER (ARCHIVED THEN LIVE) ---" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
