           SELECT F-SPONSORED-MESSAGES-FILE ASSIGN TO
           'sponsored-messages.dat'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F-PENDING-FILE ASSIGN TO 'adv-pending.dat'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-USERS-FILE ASSIGN TO 'users.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               05 SP-START-DATE PIC 9(8).
               05 SP-END-DATE PIC 9(8).
               05 SP-DAILY-BUDGET PIC 9(5).
               05 SP-CAMPAIGN-ID PIC 9(4).
               05 SP-TARGET-BOARD PIC X(10).
               05 SP-TARGET-LEVEL PIC X(3).
               05 SP-TARGET-LANG PIC X(2).

           FD F-PENDING-FILE.
           01 AP-ENTRY.
              05 AP-ID PIC 9(4).
              05 AP-USERNAME PIC X(16).
              05 AP-TITLE PIC X(50).
              05 AP-CONTENT PIC X(300).
              05 AP-START-DATE PIC 9(8).
              05 AP-END-DATE PIC 9(8).
              05 AP-DAILY-BUDGET PIC 9(5).
              05 AP-STATUS PIC X(1).
              05 AP-TARGET-BOARD PIC X(10).
              05 AP-TARGET-LEVEL PIC X(3).
              05 AP-TARGET-LANG PIC X(2).

           FD F-USERS-FILE.
           01 USERS.
             05 WS-START-DATE PIC 9(8).
             05 WS-END-DATE PIC 9(8).
             05 WS-DAILY-BUDGET PIC 9(5).
             05 WS-CAMPAIGN-ID PIC 9(4).
             05 WS-TARGET-BOARD PIC X(10).
             05 WS-TARGET-LEVEL PIC X(3).
             05 WS-TARGET-LANG PIC X(2).

           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-PENDING-COUNT PIC 9(4) VALUE 0.
           01 WS-USER-CREDITS PIC 9(6).

           LINKAGE SECTION.
           MOVE LS-END-DATE TO WS-END-DATE.
           MOVE LS-DAILY-BUDGET TO WS-DAILY-BUDGET.

      *>    A POST PLACED FROM THE BOARD IS UNTARGETED: IT RUNS FOR
      *>    EVERY MEMBER ON EVERY BOARD AT THE STANDARD RATE.
           MOVE SPACES TO WS-TARGET-BOARD.
           MOVE SPACES TO WS-TARGET-LEVEL.
           MOVE SPACES TO WS-TARGET-LANG.

      *>    A POST PLACED HERE NEVER WENT THROUGH SUBMIT-CAMPAIGN, SO
      *>    IT IS BOOKED ON ADV-PENDING.DAT AS ALREADY APPROVED TO
      *>    TAKE THE NEXT NUMBER IN THE SAME SEQUENCE -- THE CAMPAIGN
      *>    NUMBER THE ANALYTICS AND DAILY COUNTS ARE KEPT UNDER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-PENDING-COUNT.
           OPEN INPUT F-PENDING-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PENDING-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END ADD 1 TO WS-PENDING-COUNT
               END-READ
           END-PERFORM.
           CLOSE F-PENDING-FILE.

           ADD 1 TO WS-PENDING-COUNT.
           MOVE WS-PENDING-COUNT TO WS-CAMPAIGN-ID.
           OPEN EXTEND F-PENDING-FILE.
           MOVE WS-PENDING-COUNT TO AP-ID.
           MOVE WS-USERNAME TO AP-USERNAME.
           MOVE WS-TITLE TO AP-TITLE.
           MOVE WS-CONTENT TO AP-CONTENT.
           MOVE WS-START-DATE TO AP-START-DATE.
           MOVE WS-END-DATE TO AP-END-DATE.
           MOVE WS-DAILY-BUDGET TO AP-DAILY-BUDGET.
           MOVE "A" TO AP-STATUS.
           MOVE WS-TARGET-BOARD TO AP-TARGET-BOARD.
           MOVE WS-TARGET-LEVEL TO AP-TARGET-LEVEL.
           MOVE WS-TARGET-LANG TO AP-TARGET-LANG.
           WRITE AP-ENTRY.
           CLOSE F-PENDING-FILE.

           OPEN EXTEND F-SPONSORED-MESSAGES-FILE.
           MOVE WS-MESSAGE TO SP-MESSAGE.
           WRITE SP-MESSAGE.
