       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-group-conversations.
      ******************************************************************
      *----SUB PROGRAM THAT LISTS THE GROUP CONVERSATIONS A MEMBER-----*
      *----IS STILL IN, WITH THE NAME, OWNER, HOW MANY ARE IN EACH-----*
      *----AND HOW MANY MESSAGES HAVE ARRIVED SINCE THEIR READ---------*
      *----POSITION. ONLY THE FIRST EIGHT FIT THE SCREEN---------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CONVERSATIONS-FILE ASSIGN TO
             "group-conversations.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MEMBERS-FILE ASSIGN TO
             "group-members.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-CONVERSATIONS-FILE.
           01 GC-ENTRY.
              05 GC-ID PIC 9(4).
              05 GC-NAME PIC X(30).
              05 GC-OWNER PIC X(16).
              05 GC-CREATED PIC 9(8).
              05 GC-STATUS PIC X(1).
              05 GC-LAST-SEQ PIC 9(5).

           FD F-MEMBERS-FILE.
           01 GM-ENTRY.
              05 GM-CONV-ID PIC 9(4).
              05 GM-USERNAME PIC X(16).
              05 GM-JOINED PIC 9(8).
              05 GM-STATUS PIC X(1).
              05 GM-ADDED-BY PIC X(16).
              05 GM-LAST-READ PIC 9(5).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-IDX PIC 9(2) VALUE 0.
           01 WS-UNREAD PIC 9(5) VALUE 0.
           01 WS-LAST-READ-TABLE.
              05 WS-LAST-READ PIC 9(5) OCCURS 8 TIMES.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-GROUP-COUNT PIC 9(2).
           01 LS-GROUP-TABLE.
               05 LS-GROUP-ENTRY OCCURS 8 TIMES.
                   10 LS-GL-ID PIC 9(4).
                   10 LS-GL-NAME PIC X(30).
                   10 LS-GL-OWNER PIC X(16).
                   10 LS-GL-MEMBERS PIC 9(2).
                   10 LS-GL-UNREAD PIC 9(3).

       PROCEDURE DIVISION USING LS-USERNAME, LS-GROUP-COUNT,
           LS-GROUP-TABLE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE ZEROS TO WS-LAST-READ-TABLE.

           MOVE 0 TO LS-GROUP-COUNT.
           MOVE SPACES TO LS-GROUP-TABLE.

           OPEN INPUT F-MEMBERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MEMBERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GM-USERNAME = LS-USERNAME AND
                          GM-STATUS = "A" AND LS-GROUP-COUNT < 8 THEN
                           ADD 1 TO LS-GROUP-COUNT
                           MOVE GM-CONV-ID TO LS-GL-ID(LS-GROUP-COUNT)
                           MOVE 0 TO LS-GL-MEMBERS(LS-GROUP-COUNT)
                           MOVE 0 TO LS-GL-UNREAD(LS-GROUP-COUNT)
                           MOVE GM-LAST-READ TO
                             WS-LAST-READ(LS-GROUP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MEMBERS-FILE.

           IF LS-GROUP-COUNT = 0 THEN
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONVERSATIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONVERSATIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 0 TO WS-IDX
                       PERFORM UNTIL WS-IDX >= LS-GROUP-COUNT
                           ADD 1 TO WS-IDX
                           IF LS-GL-ID(WS-IDX) = GC-ID THEN
                               MOVE GC-NAME TO LS-GL-NAME(WS-IDX)
                               MOVE GC-OWNER TO LS-GL-OWNER(WS-IDX)
                               MOVE 0 TO WS-UNREAD
                               IF GC-LAST-SEQ > WS-LAST-READ(WS-IDX)
                                 THEN
                                   COMPUTE WS-UNREAD = GC-LAST-SEQ -
                                     WS-LAST-READ(WS-IDX)
                               END-IF
                               IF WS-UNREAD > 999 THEN
                                   MOVE 999 TO WS-UNREAD
                               END-IF
                               MOVE WS-UNREAD TO LS-GL-UNREAD(WS-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE F-CONVERSATIONS-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MEMBERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MEMBERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GM-STATUS = "A" THEN
                           MOVE 0 TO WS-IDX
                           PERFORM UNTIL WS-IDX >= LS-GROUP-COUNT
                               ADD 1 TO WS-IDX
                               IF LS-GL-ID(WS-IDX) = GM-CONV-ID AND
                                  LS-GL-MEMBERS(WS-IDX) < 99 THEN
                                   ADD 1 TO LS-GL-MEMBERS(WS-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MEMBERS-FILE.

           GOBACK.
