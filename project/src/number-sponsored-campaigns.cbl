       IDENTIFICATION DIVISION.
       PROGRAM-ID. number-sponsored-campaigns.
      ******************************************************************
      *----ONE-OFF CONVERSION UTILITY THAT GIVES EVERY SPONSORED-------*
      *----CAMPAIGN ITS PERMANENT CAMPAIGN NUMBER. THE LIVE ROTATION,--*
      *----THE ARCHIVED CAMPAIGN ROWS ON THE DAILY SUMMARY, THE--------*
      *----ANALYTICS AND THE DAILY COUNTS USED TO BE KEYED ON THE------*
      *----POST TITLE, SO TWO CAMPAIGNS WITH THE SAME HEADLINE---------*
      *----SHARED ONE SET OF FIGURES. TO CONVERT, RENAME EACH LIVE-----*
      *----FILE TO ITS "-OLD" NAME AND RUN THIS ONCE:------------------*
      *----    SPONSORED-MESSAGES.DAT -> SPONSORED-MESSAGES-OLD.DAT----*
      *----    SPONSORED-MESSAGES-SUMMARY.DAT--------------------------*
      *----                 -> SPONSORED-MESSAGES-SUMMARY-OLD.DAT------*
      *----    SPONSORED-ANALYTICS.DAT -> SPONSORED-ANALYTICS-OLD.DAT--*
      *----    SPONSORED-DAILY-COUNTS.DAT------------------------------*
      *----                 -> SPONSORED-DAILY-COUNTS-OLD.DAT----------*
      *----A CAMPAIGN THAT CAME THROUGH SUBMIT-CAMPAIGN TAKES THE------*
      *----NUMBER OF ITS APPROVED ROW ON ADV-PENDING.DAT (SAME---------*
      *----ADVERTISER, TITLE AND FLIGHT); ANY OTHER IS BOOKED THERE----*
      *----AS APPROVED UNDER THE NEXT NUMBER, AS POST-SPONSORED--------*
      *----MESSAGE NOW DOES. A DAILY COUNT GOES TO THE ONE CAMPAIGN----*
      *----WITH ITS TITLE WHOSE FLIGHT COVERS THE DAY. A LIFETIME------*
      *----ANALYTICS ROW GOES TO THE ONE CAMPAIGN WITH ITS TITLE, OR---*
      *----IS SPLIT ACROSS SEVERAL IN PROPORTION TO THE DAILY----------*
      *----IMPRESSIONS EACH WAS GIVEN. ROWS THAT CANNOT BE PLACED------*
      *----ARE KEPT UNDER CAMPAIGN NUMBER ZERO AND LISTED. A MISSING---*
      *----OLD FILE IS SKIPPED. A POST FROM BEFORE FLIGHTING GETS------*
      *----AN OPEN FLIGHT WINDOW WITH NO BUDGET CAP, AND EVERY---------*
      *----CONVERTED CAMPAIGN STARTS UNTARGETED. UPGRADE-RECORD--------*
      *----LAYOUTS CALLS THIS AS ITS LAST STEP, ONCE ADV-PENDING.DAT---*
      *----IS IN ITS CURRENT LAYOUT------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PENDING-FILE ASSIGN TO "adv-pending.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OLD-SPONSORED-FILE ASSIGN TO
             "sponsored-messages-old.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-SPONSORED-FILE ASSIGN TO "sponsored-messages.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OLD-SUMMARY-FILE ASSIGN TO
             "sponsored-messages-summary-old.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-SUMMARY-FILE ASSIGN TO
             "sponsored-messages-summary.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OLD-DAILY-COUNTS-FILE ASSIGN TO
             "sponsored-daily-counts-old.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-DAILY-COUNTS-FILE ASSIGN TO
             "sponsored-daily-counts.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OLD-ANALYTICS-FILE ASSIGN TO
             "sponsored-analytics-old.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-ANALYTICS-FILE ASSIGN TO
             "sponsored-analytics.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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

           FD F-OLD-SPONSORED-FILE.
           01 OS-MESSAGE.
               05 OS-DY PIC X(2).
               05 OS-MTH PIC X(2).
               05 OS-YR PIC X(4).
               05 OS-TITLE PIC X(50).
               05 OS-CONTENT PIC X(300).
               05 OS-USERNAME PIC X(16).
               05 OS-START-DATE PIC 9(8).
               05 OS-END-DATE PIC 9(8).
               05 OS-DAILY-BUDGET PIC 9(5).

           FD F-SPONSORED-FILE.
           01 SP-MESSAGE.
               05 SP-DY PIC X(2).
               05 SP-MTH PIC X(2).
               05 SP-YR PIC X(4).
               05 SP-TITLE PIC X(50).
               05 SP-CONTENT PIC X(300).
               05 SP-USERNAME PIC X(16).
               05 SP-START-DATE PIC 9(8).
               05 SP-END-DATE PIC 9(8).
               05 SP-DAILY-BUDGET PIC 9(5).
               05 SP-CAMPAIGN-ID PIC 9(4).
               05 SP-TARGET-BOARD PIC X(10).
               05 SP-TARGET-LEVEL PIC X(3).
               05 SP-TARGET-LANG PIC X(2).

           FD F-OLD-SUMMARY-FILE.
           01 OU-ENTRY PIC X(10).
           01 OU-CAMPAIGN.
               05 OU-MARKER PIC X(2).
               05 OU-ARCHIVE-DATE PIC 9(8).
               05 OU-TITLE PIC X(50).
               05 OU-USERNAME PIC X(16).
               05 OU-START-DATE PIC 9(8).
               05 OU-END-DATE PIC 9(8).
               05 OU-DAILY-BUDGET PIC 9(5).

           FD F-SUMMARY-FILE.
           01 SUMMARY-ENTRY PIC X(10).
           01 SUMMARY-CAMPAIGN.
               05 SC-MARKER PIC X(2).
               05 SC-ARCHIVE-DATE PIC 9(8).
               05 SC-TITLE PIC X(50).
               05 SC-USERNAME PIC X(16).
               05 SC-START-DATE PIC 9(8).
               05 SC-END-DATE PIC 9(8).
               05 SC-DAILY-BUDGET PIC 9(5).
               05 SC-CAMPAIGN-ID PIC 9(4).

           FD F-OLD-DAILY-COUNTS-FILE.
           01 OD-ENTRY.
              05 OD-DATE PIC 9(8).
              05 OD-TITLE PIC X(50).
              05 OD-IMPRESSIONS PIC 9(5).

           FD F-DAILY-COUNTS-FILE.
           01 SD-ENTRY.
              05 SD-DATE PIC 9(8).
              05 SD-CAMPAIGN-ID PIC 9(4).
              05 SD-IMPRESSIONS PIC 9(5).

           FD F-OLD-ANALYTICS-FILE.
           01 OA-ENTRY.
              05 OA-TITLE PIC X(50).
              05 OA-IMPRESSIONS PIC 9(6).
              05 OA-CLICKS PIC 9(6).

           FD F-ANALYTICS-FILE.
           01 SA-ENTRY.
              05 SA-CAMPAIGN-ID PIC 9(4).
              05 SA-TITLE PIC X(50).
              05 SA-IMPRESSIONS PIC 9(6).
              05 SA-CLICKS PIC 9(6).

           WORKING-STORAGE SECTION.
           01 WS-OLD-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-LOADED-COUNT PIC 9(6) VALUE 0.

      *>    THE APPROVED SUBMISSIONS ON ADV-PENDING.DAT, AND ITS ROW
      *>    COUNT -- SUBMIT-CAMPAIGN NUMBERS EACH NEW ROW ONE PAST IT.
           01 WS-PENDING-COUNT PIC 9(4) VALUE 0.
           01 WS-REG-COUNT PIC 9(4) VALUE 0.
           01 WS-REGISTER.
               05 WS-REG-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-REG-COUNT.
                   10 WS-RG-ID PIC 9(4).
                   10 WS-RG-USER PIC X(16).
                   10 WS-RG-TITLE PIC X(50).
                   10 WS-RG-START PIC 9(8).
                   10 WS-RG-END PIC 9(8).
                   10 WS-RG-USED PIC 9.
           01 WS-REG-IDX PIC 9(4).

      *>    EVERY CAMPAIGN NUMBERED SO FAR, FOR PLACING THE COUNTS.
           01 WS-CAMP-COUNT PIC 9(4) VALUE 0.
           01 WS-CAMPAIGNS.
               05 WS-CAMP-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-CAMP-COUNT.
                   10 WS-CT-ID PIC 9(4).
                   10 WS-CT-TITLE PIC X(50).
                   10 WS-CT-START PIC 9(8).
                   10 WS-CT-END PIC 9(8).
                   10 WS-CT-DAILY PIC 9(9).
           01 WS-CAMP-IDX PIC 9(4).
           01 WS-CAMP-HIT PIC 9(4).
           01 WS-CAMP-LAST PIC 9(4).
           01 WS-HIT-COUNT PIC 9(4).

      *>    THE CAMPAIGN BEING NUMBERED.
           01 WS-NEW-USER PIC X(16).
           01 WS-NEW-TITLE PIC X(50).
           01 WS-NEW-CONTENT PIC X(300).
           01 WS-NEW-START PIC 9(8).
           01 WS-NEW-END PIC 9(8).
           01 WS-NEW-BUDGET PIC 9(5).
           01 WS-NEW-ID PIC 9(4).

           01 WS-SPLIT-BASE PIC 9(9).
           01 WS-LEFT-IMPR PIC 9(6).
           01 WS-LEFT-CLICKS PIC 9(6).

           01 WS-MATCHED-COUNT PIC 9(6) VALUE 0.
           01 WS-BOOKED-COUNT PIC 9(6) VALUE 0.
           01 WS-DAILY-LOST PIC 9(6) VALUE 0.
           01 WS-ANALYTICS-SPLIT PIC 9(6) VALUE 0.
           01 WS-ANALYTICS-LOST PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-REGISTER.
           OPEN EXTEND F-PENDING-FILE.
           PERFORM CONVERT-SPONSORED.
           PERFORM CONVERT-SUMMARY.
           CLOSE F-PENDING-FILE.
           DISPLAY "CAMPAIGNS MATCHED TO SUBMISSIONS: "
             WS-MATCHED-COUNT.
           DISPLAY "CAMPAIGNS GIVEN NEW NUMBERS: " WS-BOOKED-COUNT.

           PERFORM CONVERT-DAILY-COUNTS.
           PERFORM CONVERT-ANALYTICS.
           DISPLAY "DAILY COUNT ROWS NOT ATTRIBUTED: " WS-DAILY-LOST.
           DISPLAY "ANALYTICS ROWS SPLIT: " WS-ANALYTICS-SPLIT.
           DISPLAY "ANALYTICS ROWS NOT ATTRIBUTED: "
             WS-ANALYTICS-LOST.

           GOBACK.

       LOAD-REGISTER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PENDING-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PENDING-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       ADD 1 TO WS-PENDING-COUNT
                       IF AP-STATUS = "A" AND WS-REG-COUNT < 9999 THEN
                           ADD 1 TO WS-REG-COUNT
                           MOVE AP-ID TO WS-RG-ID(WS-REG-COUNT)
                           MOVE AP-USERNAME TO WS-RG-USER(WS-REG-COUNT)
                           MOVE AP-TITLE TO WS-RG-TITLE(WS-REG-COUNT)
                           MOVE AP-START-DATE TO
                             WS-RG-START(WS-REG-COUNT)
                           MOVE AP-END-DATE TO WS-RG-END(WS-REG-COUNT)
                           MOVE 0 TO WS-RG-USED(WS-REG-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PENDING-FILE.

       CONVERT-SPONSORED.
           OPEN INPUT F-OLD-SPONSORED-FILE.
           IF WS-OLD-STATUS NOT = "00" THEN
               DISPLAY "NO SPONSORED-MESSAGES-OLD.DAT - SKIPPED"
               GO TO CONVERT-SPONSORED-EXIT
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LOADED-COUNT.
           OPEN OUTPUT F-SPONSORED-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-SPONSORED-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
      *>                A ROW FROM BEFORE FLIGHTING ENDS AT THE
      *>                ADVERTISER; AN OPEN FLIGHT WINDOW AND A ZERO
      *>                (UNCAPPED) BUDGET KEEP IT RUNNING AS IT DID.
                       IF OS-START-DATE IS NOT NUMERIC THEN
                           MOVE 0 TO OS-START-DATE
                           MOVE 99999999 TO OS-END-DATE
                           MOVE 0 TO OS-DAILY-BUDGET
                       END-IF
                       MOVE OS-USERNAME TO WS-NEW-USER
                       MOVE OS-TITLE TO WS-NEW-TITLE
                       MOVE OS-CONTENT TO WS-NEW-CONTENT
                       MOVE OS-START-DATE TO WS-NEW-START
                       MOVE OS-END-DATE TO WS-NEW-END
                       MOVE OS-DAILY-BUDGET TO WS-NEW-BUDGET
                       PERFORM NUMBER-CAMPAIGN
                       MOVE OS-MESSAGE TO SP-MESSAGE
                       MOVE WS-NEW-ID TO SP-CAMPAIGN-ID
                       MOVE SPACES TO SP-TARGET-BOARD
                       MOVE SPACES TO SP-TARGET-LEVEL
                       MOVE SPACES TO SP-TARGET-LANG
                       WRITE SP-MESSAGE
                       END-WRITE
                       ADD 1 TO WS-LOADED-COUNT
               END-READ
           END-PERFORM.
           CLOSE F-SPONSORED-FILE.
           CLOSE F-OLD-SPONSORED-FILE.
           DISPLAY "SPONSORED POSTS CONVERTED: " WS-LOADED-COUNT
             " ROWS".

       CONVERT-SPONSORED-EXIT.
           EXIT.

      *>    THE DAILY POST-COUNT ROWS COME ACROSS UNTOUCHED; ONLY THE
      *>    ARCHIVED "CM" CAMPAIGN ROWS GAIN A NUMBER.
       CONVERT-SUMMARY.
           OPEN INPUT F-OLD-SUMMARY-FILE.
           IF WS-OLD-STATUS NOT = "00" THEN
               DISPLAY "NO SPONSORED-MESSAGES-SUMMARY-OLD.DAT - SKIPPED"
               GO TO CONVERT-SUMMARY-EXIT
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LOADED-COUNT.
           OPEN OUTPUT F-SUMMARY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-SUMMARY-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF OU-MARKER = "CM" THEN
                           MOVE OU-USERNAME TO WS-NEW-USER
                           MOVE OU-TITLE TO WS-NEW-TITLE
                           MOVE SPACES TO WS-NEW-CONTENT
                           MOVE OU-START-DATE TO WS-NEW-START
                           MOVE OU-END-DATE TO WS-NEW-END
                           MOVE OU-DAILY-BUDGET TO WS-NEW-BUDGET
                           PERFORM NUMBER-CAMPAIGN
                           MOVE OU-CAMPAIGN TO SUMMARY-CAMPAIGN
                           MOVE WS-NEW-ID TO SC-CAMPAIGN-ID
                           WRITE SUMMARY-CAMPAIGN
                           END-WRITE
                       ELSE
                           MOVE OU-ENTRY TO SUMMARY-ENTRY
                           WRITE SUMMARY-ENTRY
                           END-WRITE
                       END-IF
                       ADD 1 TO WS-LOADED-COUNT
               END-READ
           END-PERFORM.
           CLOSE F-SUMMARY-FILE.
           CLOSE F-OLD-SUMMARY-FILE.
           DISPLAY "SUMMARY ROWS CONVERTED: " WS-LOADED-COUNT " ROWS".

       CONVERT-SUMMARY-EXIT.
           EXIT.

      *>    THE APPROVED SUBMISSION FOR THE SAME ADVERTISER, TITLE AND
      *>    FLIGHT, EACH USED ONCE; FAILING THAT THE CAMPAIGN IS BOOKED
      *>    ON ADV-PENDING.DAT AS APPROVED UNDER THE NEXT NUMBER.
       NUMBER-CAMPAIGN.
           MOVE 0 TO WS-NEW-ID.
           MOVE 0 TO WS-REG-IDX.
           PERFORM UNTIL WS-REG-IDX = WS-REG-COUNT OR WS-NEW-ID > 0
               ADD 1 TO WS-REG-IDX
               IF WS-RG-USED(WS-REG-IDX) = 0 AND
                  WS-RG-USER(WS-REG-IDX) = WS-NEW-USER AND
                  WS-RG-TITLE(WS-REG-IDX) = WS-NEW-TITLE AND
                  WS-RG-START(WS-REG-IDX) = WS-NEW-START AND
                  WS-RG-END(WS-REG-IDX) = WS-NEW-END THEN
                   MOVE 1 TO WS-RG-USED(WS-REG-IDX)
                   MOVE WS-RG-ID(WS-REG-IDX) TO WS-NEW-ID
               END-IF
           END-PERFORM.

           IF WS-NEW-ID > 0 THEN
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               ADD 1 TO WS-PENDING-COUNT
               MOVE WS-PENDING-COUNT TO WS-NEW-ID
               MOVE WS-NEW-ID TO AP-ID
               MOVE WS-NEW-USER TO AP-USERNAME
               MOVE WS-NEW-TITLE TO AP-TITLE
               MOVE WS-NEW-CONTENT TO AP-CONTENT
               MOVE WS-NEW-START TO AP-START-DATE
               MOVE WS-NEW-END TO AP-END-DATE
               MOVE WS-NEW-BUDGET TO AP-DAILY-BUDGET
               MOVE "A" TO AP-STATUS
               MOVE SPACES TO AP-TARGET-BOARD
               MOVE SPACES TO AP-TARGET-LEVEL
               MOVE SPACES TO AP-TARGET-LANG
               WRITE AP-ENTRY
               END-WRITE
               ADD 1 TO WS-BOOKED-COUNT
           END-IF.

           IF WS-CAMP-COUNT < 9999 THEN
               ADD 1 TO WS-CAMP-COUNT
               MOVE WS-NEW-ID TO WS-CT-ID(WS-CAMP-COUNT)
               MOVE WS-NEW-TITLE TO WS-CT-TITLE(WS-CAMP-COUNT)
               MOVE WS-NEW-START TO WS-CT-START(WS-CAMP-COUNT)
               MOVE WS-NEW-END TO WS-CT-END(WS-CAMP-COUNT)
               MOVE 0 TO WS-CT-DAILY(WS-CAMP-COUNT)
           END-IF.

       CONVERT-DAILY-COUNTS.
           OPEN INPUT F-OLD-DAILY-COUNTS-FILE.
           IF WS-OLD-STATUS NOT = "00" THEN
               DISPLAY "NO SPONSORED-DAILY-COUNTS-OLD.DAT - SKIPPED"
               GO TO CONVERT-DAILY-COUNTS-EXIT
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LOADED-COUNT.
           OPEN OUTPUT F-DAILY-COUNTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-DAILY-COUNTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       PERFORM PLACE-DAILY-COUNT
                       ADD 1 TO WS-LOADED-COUNT
               END-READ
           END-PERFORM.
           CLOSE F-DAILY-COUNTS-FILE.
           CLOSE F-OLD-DAILY-COUNTS-FILE.
           DISPLAY "DAILY COUNT ROWS CONVERTED: " WS-LOADED-COUNT
             " ROWS".

       CONVERT-DAILY-COUNTS-EXIT.
           EXIT.

      *>    ONLY ONE CAMPAIGN WITH THE TITLE MAY HAVE BEEN IN FLIGHT
      *>    THAT DAY; NONE OR SEVERAL AND THE DAY CANNOT BE PLACED.
       PLACE-DAILY-COUNT.
           MOVE 0 TO WS-HIT-COUNT.
           MOVE 0 TO WS-CAMP-HIT.
           MOVE 0 TO WS-CAMP-IDX.
           PERFORM UNTIL WS-CAMP-IDX = WS-CAMP-COUNT
               ADD 1 TO WS-CAMP-IDX
               IF WS-CT-TITLE(WS-CAMP-IDX) = OD-TITLE AND
                  WS-CT-START(WS-CAMP-IDX) <= OD-DATE AND
                  WS-CT-END(WS-CAMP-IDX) >= OD-DATE THEN
                   ADD 1 TO WS-HIT-COUNT
                   MOVE WS-CAMP-IDX TO WS-CAMP-HIT
               END-IF
           END-PERFORM.

           MOVE OD-DATE TO SD-DATE.
           MOVE OD-IMPRESSIONS TO SD-IMPRESSIONS.
           IF WS-HIT-COUNT = 1 THEN
               MOVE WS-CT-ID(WS-CAMP-HIT) TO SD-CAMPAIGN-ID
               ADD OD-IMPRESSIONS TO WS-CT-DAILY(WS-CAMP-HIT)
           ELSE
               MOVE 0 TO SD-CAMPAIGN-ID
               ADD 1 TO WS-DAILY-LOST
               DISPLAY "NOT ATTRIBUTED: DAILY COUNT " OD-DATE " "
                 OD-TITLE " " OD-IMPRESSIONS
           END-IF.
           WRITE SD-ENTRY
           END-WRITE.

       CONVERT-ANALYTICS.
           OPEN INPUT F-OLD-ANALYTICS-FILE.
           IF WS-OLD-STATUS NOT = "00" THEN
               DISPLAY "NO SPONSORED-ANALYTICS-OLD.DAT - SKIPPED"
               GO TO CONVERT-ANALYTICS-EXIT
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LOADED-COUNT.
           OPEN OUTPUT F-ANALYTICS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-ANALYTICS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       PERFORM PLACE-ANALYTICS
                       ADD 1 TO WS-LOADED-COUNT
               END-READ
           END-PERFORM.
           CLOSE F-ANALYTICS-FILE.
           CLOSE F-OLD-ANALYTICS-FILE.
           DISPLAY "ANALYTICS ROWS CONVERTED: " WS-LOADED-COUNT
             " ROWS".

       CONVERT-ANALYTICS-EXIT.
           EXIT.

      *>    LIFETIME FIGURES FOR A TITLE SHARED BY SEVERAL CAMPAIGNS
      *>    ARE SPLIT BY THE DAILY IMPRESSIONS EACH WAS GIVEN ABOVE,
      *>    THE LAST CAMPAIGN TAKING WHAT THE ROUNDING LEAVES.
       PLACE-ANALYTICS.
           MOVE 0 TO WS-HIT-COUNT.
           MOVE 0 TO WS-CAMP-LAST.
           MOVE 0 TO WS-SPLIT-BASE.
           MOVE 0 TO WS-CAMP-IDX.
           PERFORM UNTIL WS-CAMP-IDX = WS-CAMP-COUNT
               ADD 1 TO WS-CAMP-IDX
               IF WS-CT-TITLE(WS-CAMP-IDX) = OA-TITLE THEN
                   ADD 1 TO WS-HIT-COUNT
                   MOVE WS-CAMP-IDX TO WS-CAMP-LAST
                   ADD WS-CT-DAILY(WS-CAMP-IDX) TO WS-SPLIT-BASE
               END-IF
           END-PERFORM.

           MOVE OA-TITLE TO SA-TITLE.
           IF WS-HIT-COUNT = 1 THEN
               MOVE WS-CT-ID(WS-CAMP-LAST) TO SA-CAMPAIGN-ID
               MOVE OA-IMPRESSIONS TO SA-IMPRESSIONS
               MOVE OA-CLICKS TO SA-CLICKS
               WRITE SA-ENTRY
               END-WRITE
               EXIT PARAGRAPH
           END-IF.

           IF WS-HIT-COUNT = 0 OR WS-SPLIT-BASE = 0 THEN
               MOVE 0 TO SA-CAMPAIGN-ID
               MOVE OA-IMPRESSIONS TO SA-IMPRESSIONS
               MOVE OA-CLICKS TO SA-CLICKS
               WRITE SA-ENTRY
               END-WRITE
               ADD 1 TO WS-ANALYTICS-LOST
               DISPLAY "NOT ATTRIBUTED: ANALYTICS " OA-TITLE " "
                 OA-IMPRESSIONS " " OA-CLICKS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ANALYTICS-SPLIT.
           DISPLAY "SPLIT ACROSS " WS-HIT-COUNT " CAMPAIGNS: "
             OA-TITLE.
           MOVE OA-IMPRESSIONS TO WS-LEFT-IMPR.
           MOVE OA-CLICKS TO WS-LEFT-CLICKS.
           MOVE 0 TO WS-CAMP-IDX.
           PERFORM UNTIL WS-CAMP-IDX = WS-CAMP-LAST
               ADD 1 TO WS-CAMP-IDX
               IF WS-CT-TITLE(WS-CAMP-IDX) = OA-TITLE THEN
                   PERFORM WRITE-ANALYTICS-SHARE
               END-IF
           END-PERFORM.

       WRITE-ANALYTICS-SHARE.
           MOVE WS-CT-ID(WS-CAMP-IDX) TO SA-CAMPAIGN-ID.
           IF WS-CAMP-IDX = WS-CAMP-LAST THEN
               MOVE WS-LEFT-IMPR TO SA-IMPRESSIONS
               MOVE WS-LEFT-CLICKS TO SA-CLICKS
           ELSE
               COMPUTE SA-IMPRESSIONS = OA-IMPRESSIONS *
                   WS-CT-DAILY(WS-CAMP-IDX) / WS-SPLIT-BASE
               COMPUTE SA-CLICKS = OA-CLICKS *
                   WS-CT-DAILY(WS-CAMP-IDX) / WS-SPLIT-BASE
               SUBTRACT SA-IMPRESSIONS FROM WS-LEFT-IMPR
               SUBTRACT SA-CLICKS FROM WS-LEFT-CLICKS
           END-IF.
           WRITE SA-ENTRY
           END-WRITE.
