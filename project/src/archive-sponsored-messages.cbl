      *----SPONSORED-MESSAGES-SUMMARY.DAT, THEN DROPS ONLY THE---------*
      *----CAMPAIGNS WHOSE FLIGHT END DATE HAS PASSED -- CAMPAIGNS-----*
      *----STILL IN FLIGHT (OR BOOKED FOR THE FUTURE) STAY IN THE------*
      *----LIVE FILE FOR GET-SPONSORED-POSTS TO KEEP SERVING. EACH-----*
      *----CAMPAIGN DROPPED IS KEPT ON THE SUMMARY FILE AS A "CM" ROW--*
      *----(NUMBER, TITLE, ADVERTISER, FLIGHT AND BUDGET) SO THE-------*
      *----MONTH-END ADVERTISER STATEMENTS CAN STILL REPORT ON IT.-----*
      *----A FINISHED CAMPAIGN BY AN ADVERTISER UNDER LEGAL HOLD IS----*
      *----KEPT IN THE LIVE FILE UNTIL THE HOLD IS RELEASED------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 SP-START-DATE PIC 9(8).
               05 SP-END-DATE PIC 9(8).
               05 SP-DAILY-BUDGET PIC 9(5).
               05 SP-CAMPAIGN-ID PIC 9(4).
               05 SP-TARGET-BOARD PIC X(10).
               05 SP-TARGET-LEVEL PIC X(3).
               05 SP-TARGET-LANG PIC X(2).

           FD F-SUMMARY-FILE.
           01 SUMMARY-ENTRY.
               05 SUM-MTH PIC X(2).
               05 SUM-YR PIC X(4).
               05 SUM-POST-COUNT PIC 99.
      *>    A FINISHED CAMPAIGN, TAKEN OUT OF THE LIVE FILE ON THE
      *>    ARCHIVE DATE. "CM" CANNOT CLASH WITH A DAILY ROW'S DAY.
           01 SUMMARY-CAMPAIGN.
               05 SC-MARKER PIC X(2).
               05 SC-ARCHIVE-DATE PIC 9(8).
               05 SC-TITLE PIC X(50).
               05 SC-USERNAME PIC X(16).
               05 SC-START-DATE PIC 9(8).
               05 SC-END-DATE PIC 9(8).
               05 SC-DAILY-BUDGET PIC 9(5).
               05 SC-CAMPAIGN-ID PIC 9(4).

           WORKING-STORAGE SECTION.
           01 FINISHED PIC X VALUE "N".
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-NUM PIC 9(8).
           01 WS-POST-COUNT PIC 99 VALUE 0.
           01 WS-HOLD-HELD PIC 9.
           01 WS-HOLD-PATH PIC X(28) VALUE "archive-sponsored-messages".

           01 WS-KEEP-COUNT PIC 999 VALUE 0.
           01 WS-KEEP-IDX PIC 999 VALUE 0.
           01 WS-KEEP-TABLE.
               05 WS-KEEP-ENTRY OCCURS 999 TIMES PIC X(414).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           MOVE WS-TODAY TO WS-TODAY-NUM.

           OPEN EXTEND F-SUMMARY-FILE.
           OPEN INPUT F-SPONSORED-MESSAGES-FILE.
           PERFORM UNTIL FINISHED = "Y"
               READ F-SPONSORED-MESSAGES-FILE
                 AT END MOVE "Y" TO FINISHED
                 NOT AT END
                   ADD 1 TO WS-POST-COUNT
      *>            A FINISHED CAMPAIGN BY AN ADVERTISER UNDER LEGAL
      *>            HOLD STAYS IN THE LIVE FILE, CONTENT AND ALL. ITS
      *>            FLIGHT IS OVER, SO IT IS NEVER SERVED AGAIN.
                   MOVE 0 TO WS-HOLD-HELD
                   IF SP-END-DATE < WS-TODAY-NUM THEN
                       CALL "check-legal-hold" USING SP-USERNAME,
                         WS-HOLD-HELD
                       IF WS-HOLD-HELD = 1 THEN
                           CALL "record-hold-skip" USING SP-USERNAME,
                             WS-HOLD-PATH
                       END-IF
                   END-IF
                   IF (SP-END-DATE >= WS-TODAY-NUM OR
                     WS-HOLD-HELD = 1) AND
                     WS-KEEP-COUNT < 999 THEN
                       ADD 1 TO WS-KEEP-COUNT
                       MOVE SP-MESSAGE TO WS-KEEP-ENTRY(WS-KEEP-COUNT)
                   ELSE
                       MOVE "CM" TO SC-MARKER
                       MOVE WS-TODAY-NUM TO SC-ARCHIVE-DATE
                       MOVE SP-TITLE TO SC-TITLE
                       MOVE SP-USERNAME TO SC-USERNAME
                       MOVE SP-START-DATE TO SC-START-DATE
                       MOVE SP-END-DATE TO SC-END-DATE
                       MOVE SP-DAILY-BUDGET TO SC-DAILY-BUDGET
                       MOVE SP-CAMPAIGN-ID TO SC-CAMPAIGN-ID
                       WRITE SUMMARY-CAMPAIGN
                   END-IF
               END-READ
           END-PERFORM.
           MOVE WS-TODAY(1:4) TO SUM-YR.
           MOVE WS-POST-COUNT TO SUM-POST-COUNT.

           WRITE SUMMARY-ENTRY.
           CLOSE F-SUMMARY-FILE.

