               05 SP-START-DATE PIC 9(8).
               05 SP-END-DATE PIC 9(8).
               05 SP-DAILY-BUDGET PIC 9(5).
               05 SP-CAMPAIGN-ID PIC 9(4).
               05 SP-TARGET-BOARD PIC X(10).
               05 SP-TARGET-LEVEL PIC X(3).
               05 SP-TARGET-LANG PIC X(2).

           FD F-ANALYTICS-FILE.
           01 SA-ENTRY.
              05 SA-CAMPAIGN-ID PIC 9(4).
              05 SA-TITLE PIC X(50).
              05 SA-IMPRESSIONS PIC 9(6).
              05 SA-CLICKS PIC 9(6).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-CAMP-IDX PIC 9.
      *>    THE CAMPAIGN NUMBER BEHIND EACH ROW HANDED BACK -- THE
      *>    ANALYTICS ARE KEPT UNDER IT, NOT UNDER THE TITLE.
           01 WS-CAMP-IDS.
              05 WS-CAMP-ID OCCURS 5 TIMES PIC 9(4).

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
                           ADD 1 TO LS-CAMPAIGN-COUNT
                           MOVE SP-TITLE TO
                             LS-CAMP-TITLE(LS-CAMPAIGN-COUNT)
                           MOVE SP-CAMPAIGN-ID TO
                             WS-CAMP-ID(LS-CAMPAIGN-COUNT)
                           MOVE SP-START-DATE TO
                             LS-CAMP-START(LS-CAMPAIGN-COUNT)
                           MOVE SP-END-DATE TO
           MOVE 0 TO WS-CAMP-IDX.
           PERFORM UNTIL WS-CAMP-IDX = LS-CAMPAIGN-COUNT
               ADD 1 TO WS-CAMP-IDX
               IF SA-CAMPAIGN-ID = WS-CAMP-ID(WS-CAMP-IDX) THEN
                   MOVE SA-IMPRESSIONS TO
                     LS-CAMP-IMPRESSIONS(WS-CAMP-IDX)
                   MOVE SA-CLICKS TO LS-CAMP-CLICKS(WS-CAMP-IDX)
