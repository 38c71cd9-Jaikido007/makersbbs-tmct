               05 SP-START-DATE PIC 9(8).
               05 SP-END-DATE PIC 9(8).
               05 SP-DAILY-BUDGET PIC 9(5).
               05 SP-CAMPAIGN-ID PIC 9(4).
               05 SP-TARGET-BOARD PIC X(10).
               05 SP-TARGET-LEVEL PIC X(3).
               05 SP-TARGET-LANG PIC X(2).

           WORKING-STORAGE SECTION.
      
               05 WS-START-DATE PIC 9(8).
               05 WS-END-DATE PIC 9(8).
               05 WS-DAILY-BUDGET PIC 9(5).
               05 WS-CAMPAIGN-ID PIC 9(4).
               05 WS-TARGET-BOARD PIC X(10).
               05 WS-TARGET-LEVEL PIC X(3).
               05 WS-TARGET-LANG PIC X(2).

           01 WS-TODAY PIC 9(8).
           01 WS-COUNTER PIC 99.
