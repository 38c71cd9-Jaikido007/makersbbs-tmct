              05 AU-STATUS PIC X(1).
              05 AU-HIGH-BIDDER PIC X(16).
              05 AU-HIGH-BID PIC 9(6).
              05 AU-HIGH-MAX PIC 9(6).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
