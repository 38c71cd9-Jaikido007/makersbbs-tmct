      *----SUB PROGRAM THAT WORKS ONE ADVERTISER SUBMISSION IN---------*
      *----ADV-PENDING.DAT: ACTION "A" PUTS IT INTO THE LIVE-----------*
      *----SPONSORED ROTATION (SPONSORED-MESSAGES.DAT, WITH ITS--------*
      *----FLIGHT DATES, DAILY BUDGET AND TARGETING) AND MARKS IT------*
      *----APPROVED; ACTION "R" JUST MARKS IT REJECTED. THE------------*
      *----SUBMISSION NUMBER (AP-ID) GOES LIVE WITH IT AS THE----------*
      *----PERMANENT CAMPAIGN NUMBER THAT THE ANALYTICS, DAILY COUNTS--*
      *----AND ARCHIVE ARE KEYED ON------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PENDING-FILE ASSIGN TO 'adv-pending.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-SPONSORED-MESSAGES-FILE ASSIGN TO
           'sponsored-messages.dat'
              05 AP-END-DATE PIC 9(8).
              05 AP-DAILY-BUDGET PIC 9(5).
              05 AP-STATUS PIC X(1).
              05 AP-TARGET-BOARD PIC X(10).
              05 AP-TARGET-LEVEL PIC X(3).
              05 AP-TARGET-LANG PIC X(2).

           FD F-SPONSORED-MESSAGES-FILE.
           01 SP-MESSAGE.
               05 SP-START-DATE PIC 9(8).
               05 SP-END-DATE PIC 9(8).
               05 SP-DAILY-BUDGET PIC 9(5).
               05 SP-CAMPAIGN-ID PIC 9(4).
               05 SP-TARGET-BOARD PIC X(10).
               05 SP-TARGET-LEVEL PIC X(3).
               05 SP-TARGET-LANG PIC X(2).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-PUB-START PIC 9(8).
           01 WS-PUB-END PIC 9(8).
           01 WS-PUB-BUDGET PIC 9(5).
           01 WS-PUB-CAMPAIGN-ID PIC 9(4).
           01 WS-PUB-TARGET-BOARD PIC X(10).
           01 WS-PUB-TARGET-LEVEL PIC X(3).
           01 WS-PUB-TARGET-LANG PIC X(2).

           LINKAGE SECTION.
           01 LS-ID PIC 9(4).
                               MOVE AP-START-DATE TO WS-PUB-START
                               MOVE AP-END-DATE TO WS-PUB-END
                               MOVE AP-DAILY-BUDGET TO WS-PUB-BUDGET
                               MOVE AP-ID TO WS-PUB-CAMPAIGN-ID
                               MOVE AP-TARGET-BOARD TO
                                 WS-PUB-TARGET-BOARD
                               MOVE AP-TARGET-LEVEL TO
                                 WS-PUB-TARGET-LEVEL
                               MOVE AP-TARGET-LANG TO
                                 WS-PUB-TARGET-LANG
                               MOVE "A" TO AP-STATUS
                           ELSE
                               MOVE "R" TO AP-STATUS
               MOVE WS-PUB-START TO SP-START-DATE
               MOVE WS-PUB-END TO SP-END-DATE
               MOVE WS-PUB-BUDGET TO SP-DAILY-BUDGET
               MOVE WS-PUB-CAMPAIGN-ID TO SP-CAMPAIGN-ID
               MOVE WS-PUB-TARGET-BOARD TO SP-TARGET-BOARD
               MOVE WS-PUB-TARGET-LEVEL TO SP-TARGET-LEVEL
               MOVE WS-PUB-TARGET-LANG TO SP-TARGET-LANG
               WRITE SP-MESSAGE
               CLOSE F-SPONSORED-MESSAGES-FILE
           END-IF.
