      *----ONE-OFF CONVERSION UTILITY FOR THE WIDENED RECORD-----------*
      *----LAYOUTS. CREDIT FIELDS GREW FROM THREE DIGITS TO SIX,-------*
      *----MESSAGE IDS FROM THREE DIGITS TO SEVEN, LEDGER ROWS---------*
      *----GAINED THEIR TARIFF AND NET/VAT COLUMNS AND SEVERAL---------*
      *----OTHER FILES GAINED TRAILING COLUMNS -- SO FILES WRITTEN-----*
      *----UNDER THE OLD LAYOUTS NO LONGER OPEN (THE KEYED FILES)------*
      *----OR MISPARSE AND REFUSE A REWRITE OF THE LONGER ROW (THE-----*
      *----LINE SEQUENTIAL ONES) UNDER THE NEW ONES. TO CONVERT,-------*
      *----RENAME EACH LIVE FILE TO ITS "-OLD" NAME AND RUN THIS-------*
      *----ONCE:-------------------------------------------------------*
      *----    USERS.DAT               -> USERS-OLD.DAT----------------*
      *----    MESSAGES.DAT            -> MESSAGES-OLD.DAT-------------*
      *----    TRANSACTION-LOG.DAT     -> TRANSACTION-LOG-OLD.DAT------*
      *----    TRANSACTION-LOG-ARCHIVE.DAT-----------------------------*
      *----                   -> TRANSACTION-LOG-ARCHIVE-OLD.DAT-------*
      *----    COMMENT-COUNTS.DAT      -> COMMENT-COUNTS-OLD.DAT-------*
      *----    AUCTION-LISTINGS.DAT    -> AUCTION-LISTINGS-OLD.DAT-----*
      *----    MARKET-LISTINGS.DAT     -> MARKET-LISTINGS-OLD.DAT------*
      *----    VOUCHERS.DAT            -> VOUCHERS-OLD.DAT-------------*
      *----    ADV-PENDING.DAT         -> ADV-PENDING-OLD.DAT----------*
      *----    REPORT-SCHEDULE.DAT     -> REPORT-SCHEDULE-OLD.DAT------*
      *----    TICKET-REPLIES.DAT      -> TICKET-REPLIES-OLD.DAT-------*
      *----    CHAT-MESSAGES.DAT       -> CHAT-MESSAGES-OLD.DAT--------*
      *----    BATCH-RUN-CONTROL.DAT   -> BATCH-RUN-CONTROL-OLD.DAT----*
      *----    SPONSORED-MESSAGES.DAT  -> SPONSORED-MESSAGES-OLD.DAT---*
      *----    SPONSORED-MESSAGES-SUMMARY.DAT--------------------------*
      *----                   -> SPONSORED-MESSAGES-SUMMARY-OLD.DAT----*
      *----    SPONSORED-ANALYTICS.DAT -> SPONSORED-ANALYTICS-OLD.DAT--*
      *----    SPONSORED-DAILY-COUNTS.DAT------------------------------*
      *----                   -> SPONSORED-DAILY-COUNTS-OLD.DAT--------*
      *----A MISSING -OLD FILE IS SKIPPED, SO A FILE THAT NEVER--------*
      *----EXISTED OR WAS ALREADY CONVERTED DOES NO HARM. WIDENED------*
      *----NUMBERS ZERO-FILL AND EACH NEW COLUMN STARTS AS THE OLD-----*
      *----PROGRAMS BEHAVED: NO LEDGER TARIFF OR VAT, NO PROXY---------*
      *----LIMIT ABOVE THE STANDING BID, NO LISTING DATES (THE---------*
      *----EXPIRY SWEEP STAMPS THEM), AN UNRESTRICTED VOUCHER,---------*
      *----UNTARGETED CAMPAIGNS, PLAIN REPORT OUTPUT, NO LINKED--------*
      *----HELP ARTICLE, THE LOBBY CHAT ROOM, AND A RUN STEP ADDED-----*
      *----SINCE THE CONTROL ROW WAS WRITTEN COUNTED DONE ONLY IF------*
      *----THAT DAY'S RUN COMPLETED. THE SPONSORED FILES GO LAST,------*
      *----THROUGH NUMBER-SPONSORED-CAMPAIGNS, ONCE ADV-PENDING.DAT----*
      *----IS IN ITS NEW LAYOUT. COMMENTS.DAT HAS ITS OWN CONVERTER----*
      *----(REORGANISE-COMMENTS); RUN THIS BEFORE ENCIPHER-CARDS SO----*
      *----THE CARD MIGRATION READS THE NEW USERS LAYOUT---------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS USERNAME.

           SELECT F-OLD-MESSAGES-FILE ASSIGN TO "messages-old.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OM-ID
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-MESSAGES-FILE ASSIGN TO "messages.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-ID.

           SELECT F-OLD-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log-old.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OLD-ARCHIVE-FILE ASSIGN TO
             "transaction-log-archive-old.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-ARCHIVE-FILE ASSIGN TO
             "transaction-log-archive.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OLD-COMMENT-COUNTS-FILE ASSIGN TO
             "comment-counts-old.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-COMMENT-COUNTS-FILE ASSIGN TO "comment-counts.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OLD-AUCTIONS-FILE ASSIGN TO
             "auction-listings-old.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-AUCTIONS-FILE ASSIGN TO "auction-listings.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OLD-LISTINGS-FILE ASSIGN TO
             "market-listings-old.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-LISTINGS-FILE ASSIGN TO "market-listings.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OLD-VOUCHERS-FILE ASSIGN TO "vouchers-old.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-VOUCHERS-FILE ASSIGN TO "vouchers.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OLD-PENDING-FILE ASSIGN TO "adv-pending-old.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-PENDING-FILE ASSIGN TO "adv-pending.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OLD-SCHEDULE-FILE ASSIGN TO
             "report-schedule-old.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-SCHEDULE-FILE ASSIGN TO "report-schedule.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OLD-REPLIES-FILE ASSIGN TO "ticket-replies-old.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-REPLIES-FILE ASSIGN TO "ticket-replies.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OLD-CHAT-FILE ASSIGN TO "chat-messages-old.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-CHAT-FILE ASSIGN TO "chat-messages.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OLD-RUN-CONTROL-FILE ASSIGN TO
             "batch-run-control-old.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

           SELECT F-RUN-CONTROL-FILE ASSIGN TO "batch-run-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
              05 CC-MSG-ID PIC 9(7).
              05 CC-COUNT PIC 9999.

           FD F-OLD-AUCTIONS-FILE.
           01 OAU-ENTRY.
              05 OAU-ID PIC 9(4).
              05 OAU-SELLER PIC X(16).
              05 OAU-ITEM PIC X(50).
              05 OAU-MIN-BID PIC 9(6).
              05 OAU-INCREMENT PIC 9(6).
              05 OAU-CLOSE-DATE PIC 9(8).
              05 OAU-STATUS PIC X(1).
              05 OAU-HIGH-BIDDER PIC X(16).
              05 OAU-HIGH-BID PIC 9(6).

           FD F-AUCTIONS-FILE.
           01 AU-ENTRY.
              05 AU-ID PIC 9(4).
              05 AU-SELLER PIC X(16).
              05 AU-ITEM PIC X(50).
              05 AU-MIN-BID PIC 9(6).
              05 AU-INCREMENT PIC 9(6).
              05 AU-CLOSE-DATE PIC 9(8).
              05 AU-STATUS PIC X(1).
              05 AU-HIGH-BIDDER PIC X(16).
              05 AU-HIGH-BID PIC 9(6).
              05 AU-HIGH-MAX PIC 9(6).

           FD F-OLD-LISTINGS-FILE.
           01 OML-ENTRY.
              05 OML-ID PIC 9(4).
              05 OML-SELLER PIC X(16).
              05 OML-ITEM PIC X(50).
              05 OML-PRICE PIC 9(6).
              05 OML-STATUS PIC X(1).
              05 OML-BUYER PIC X(16).

           FD F-LISTINGS-FILE.
           01 ML-ENTRY.
              05 ML-ID PIC 9(4).
              05 ML-SELLER PIC X(16).
              05 ML-ITEM PIC X(50).
              05 ML-PRICE PIC 9(6).
              05 ML-STATUS PIC X(1).
              05 ML-BUYER PIC X(16).
              05 ML-LISTED-DATE PIC 9(8).
              05 ML-EXPIRY-DATE PIC 9(8).
              05 ML-SOLD-DATE PIC 9(8).

           FD F-OLD-VOUCHERS-FILE.
           01 OVO-ENTRY.
              05 OVO-CODE PIC X(12).
              05 OVO-VALUE PIC 9(6).
              05 OVO-EXPIRY PIC 9(8).
              05 OVO-USE-MODE PIC X(1).
              05 OVO-REDEMPTION-COUNT PIC 9(5).

           FD F-VOUCHERS-FILE.
           01 VO-ENTRY.
              05 VO-CODE PIC X(12).
              05 VO-VALUE PIC 9(6).
              05 VO-EXPIRY PIC 9(8).
              05 VO-USE-MODE PIC X(1).
              05 VO-REDEMPTION-COUNT PIC 9(5).
              05 VO-OWNER PIC X(16).

           FD F-OLD-PENDING-FILE.
           01 OAP-ENTRY.
              05 OAP-ID PIC 9(4).
              05 OAP-USERNAME PIC X(16).
              05 OAP-TITLE PIC X(50).
              05 OAP-CONTENT PIC X(300).
              05 OAP-START-DATE PIC 9(8).
              05 OAP-END-DATE PIC 9(8).
              05 OAP-DAILY-BUDGET PIC 9(5).
              05 OAP-STATUS PIC X(1).

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

           FD F-OLD-SCHEDULE-FILE.
           01 ORS-ENTRY.
              05 ORS-REPORT PIC X(28).
              05 ORS-FREQ PIC X(1).
              05 ORS-LAST-RUN PIC 9(8).

           FD F-SCHEDULE-FILE.
           01 RS-ENTRY.
              05 RS-REPORT PIC X(28).
              05 RS-FREQ PIC X(1).
              05 RS-LAST-RUN PIC 9(8).
              05 RS-FORMAT PIC X(1).

           FD F-OLD-REPLIES-FILE.
           01 OTR-ENTRY.
              05 OTR-TICKET-ID PIC 9(4).
              05 OTR-DATE PIC 9(8).
              05 OTR-FROM PIC X(16).
              05 OTR-TEXT PIC X(60).

           FD F-REPLIES-FILE.
           01 TR-ENTRY.
              05 TR-TICKET-ID PIC 9(4).
              05 TR-DATE PIC 9(8).
              05 TR-FROM PIC X(16).
              05 TR-TEXT PIC X(60).
              05 TR-ARTICLE-ID PIC 9(4).

           FD F-OLD-CHAT-FILE.
           01 OCH-ENTRY.
              05 OCH-SEQ PIC 9(6).
              05 OCH-STAMP PIC 9(14).
              05 OCH-USERNAME PIC X(16).
              05 OCH-TEXT PIC X(60).

           FD F-CHAT-FILE.
           01 CH-ENTRY.
              05 CH-SEQ PIC 9(6).
              05 CH-STAMP PIC 9(14).
              05 CH-USERNAME PIC X(16).
              05 CH-TEXT PIC X(60).
              05 CH-ROOM PIC X(10).

           FD F-OLD-RUN-CONTROL-FILE.
           01 OBR-ENTRY.
              05 OBR-DATE PIC 9(8).
              05 OBR-STEP-RELEASE PIC X.
              05 OBR-STEP-INSTALMENT PIC X.
              05 OBR-STEP-PROMO PIC X.
              05 OBR-STEP-GL PIC X.
              05 OBR-STEP-DIGEST PIC X.
              05 OBR-STEP-EXTRACT PIC X.
              05 OBR-STEP-MAIL PIC X.
              05 OBR-STEP-TRANSLOG PIC X.
              05 OBR-STEP-SPONSORED PIC X.
              05 OBR-STEP-MESSAGES PIC X.
              05 OBR-STEP-TOURNAMENT PIC X.
              05 OBR-STEP-AUCTION PIC X.
              05 OBR-COMPLETE PIC X.

           FD F-RUN-CONTROL-FILE.
           01 BR-ENTRY.
              05 BR-DATE PIC 9(8).
              05 BR-STEP-RELEASE PIC X.
              05 BR-STEP-INSTALMENT PIC X.
              05 BR-STEP-PROMO PIC X.
              05 BR-STEP-DEBT PIC X.
              05 BR-STEP-GL PIC X.
              05 BR-STEP-DIGEST PIC X.
              05 BR-STEP-EXTRACT PIC X.
              05 BR-STEP-MAIL PIC X.
              05 BR-STEP-TRANSLOG PIC X.
              05 BR-STEP-SPONSORED PIC X.
              05 BR-STEP-MESSAGES PIC X.
              05 BR-STEP-TOURNAMENT PIC X.
              05 BR-STEP-AUCTION PIC X.
              05 BR-STEP-QUIZ PIC X.
              05 BR-STEP-KNOCKOUT PIC X.
              05 BR-COMPLETE PIC X.

           WORKING-STORAGE SECTION.
           01 WS-OLD-STATUS PIC XX.
           PERFORM CONVERT-TRANSACTION-LOG.
           PERFORM CONVERT-TRANSACTION-ARCHIVE.
           PERFORM CONVERT-COMMENT-COUNTS.
           PERFORM CONVERT-AUCTIONS.
           PERFORM CONVERT-LISTINGS.
           PERFORM CONVERT-VOUCHERS.
           PERFORM CONVERT-PENDING.
           PERFORM CONVERT-SCHEDULE.
           PERFORM CONVERT-REPLIES.
           PERFORM CONVERT-CHAT.
           PERFORM CONVERT-RUN-CONTROL.
      *>    THE SPONSORED FILES NEED THE CAMPAIGN REGISTER ON
      *>    ADV-PENDING.DAT, SO THEY COME AFTER IT.
           CALL "number-sponsored-campaigns".

           GOBACK.

       CONVERT-COMMENT-COUNTS-EXIT.
           EXIT.

       CONVERT-AUCTIONS.
           OPEN INPUT F-OLD-AUCTIONS-FILE.
           IF WS-OLD-STATUS NOT = "00" THEN
               DISPLAY "NO AUCTION-LISTINGS-OLD.DAT - SKIPPED"
               GO TO CONVERT-AUCTIONS-EXIT
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LOADED-COUNT.
           OPEN OUTPUT F-AUCTIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-AUCTIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE OAU-ID TO AU-ID
                       MOVE OAU-SELLER TO AU-SELLER
                       MOVE OAU-ITEM TO AU-ITEM
                       MOVE OAU-MIN-BID TO AU-MIN-BID
                       MOVE OAU-INCREMENT TO AU-INCREMENT
                       MOVE OAU-CLOSE-DATE TO AU-CLOSE-DATE
                       MOVE OAU-STATUS TO AU-STATUS
                       MOVE OAU-HIGH-BIDDER TO AU-HIGH-BIDDER
                       MOVE OAU-HIGH-BID TO AU-HIGH-BID
      *>                A LOT BID ON BEFORE PROXY BIDDING HAS NO LIMIT
      *>                ABOVE ITS STANDING BID.
                       MOVE OAU-HIGH-BID TO AU-HIGH-MAX
                       WRITE AU-ENTRY
                       END-WRITE
                       ADD 1 TO WS-LOADED-COUNT
               END-READ
           END-PERFORM.
           CLOSE F-AUCTIONS-FILE.
           CLOSE F-OLD-AUCTIONS-FILE.
           DISPLAY "AUCTION LOTS CONVERTED: " WS-LOADED-COUNT " ROWS".

       CONVERT-AUCTIONS-EXIT.
           EXIT.

       CONVERT-LISTINGS.
           OPEN INPUT F-OLD-LISTINGS-FILE.
           IF WS-OLD-STATUS NOT = "00" THEN
               DISPLAY "NO MARKET-LISTINGS-OLD.DAT - SKIPPED"
               GO TO CONVERT-LISTINGS-EXIT
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LOADED-COUNT.
           OPEN OUTPUT F-LISTINGS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-LISTINGS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE OML-ID TO ML-ID
                       MOVE OML-SELLER TO ML-SELLER
                       MOVE OML-ITEM TO ML-ITEM
                       MOVE OML-PRICE TO ML-PRICE
                       MOVE OML-STATUS TO ML-STATUS
                       MOVE OML-BUYER TO ML-BUYER
      *>                THE LISTING DATES WERE NEVER KEPT; THE
      *>                EXPIRY SWEEP GIVES AN UNDATED OPEN LISTING A
      *>                FRESH TERM.
                       MOVE 0 TO ML-LISTED-DATE
                       MOVE 0 TO ML-EXPIRY-DATE
                       MOVE 0 TO ML-SOLD-DATE
                       WRITE ML-ENTRY
                       END-WRITE
                       ADD 1 TO WS-LOADED-COUNT
               END-READ
           END-PERFORM.
           CLOSE F-LISTINGS-FILE.
           CLOSE F-OLD-LISTINGS-FILE.
           DISPLAY "MARKET LISTINGS CONVERTED: " WS-LOADED-COUNT
             " ROWS".

       CONVERT-LISTINGS-EXIT.
           EXIT.

       CONVERT-VOUCHERS.
           OPEN INPUT F-OLD-VOUCHERS-FILE.
           IF WS-OLD-STATUS NOT = "00" THEN
               DISPLAY "NO VOUCHERS-OLD.DAT - SKIPPED"
               GO TO CONVERT-VOUCHERS-EXIT
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LOADED-COUNT.
           OPEN OUTPUT F-VOUCHERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-VOUCHERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE OVO-CODE TO VO-CODE
                       MOVE OVO-VALUE TO VO-VALUE
                       MOVE OVO-EXPIRY TO VO-EXPIRY
                       MOVE OVO-USE-MODE TO VO-USE-MODE
                       MOVE OVO-REDEMPTION-COUNT TO
                         VO-REDEMPTION-COUNT
      *>                NO OWNER MEANS ANY MEMBER MAY REDEEM THE CODE.
                       MOVE SPACES TO VO-OWNER
                       WRITE VO-ENTRY
                       END-WRITE
                       ADD 1 TO WS-LOADED-COUNT
               END-READ
           END-PERFORM.
           CLOSE F-VOUCHERS-FILE.
           CLOSE F-OLD-VOUCHERS-FILE.
           DISPLAY "VOUCHERS CONVERTED: " WS-LOADED-COUNT " ROWS".

       CONVERT-VOUCHERS-EXIT.
           EXIT.

       CONVERT-PENDING.
           OPEN INPUT F-OLD-PENDING-FILE.
           IF WS-OLD-STATUS NOT = "00" THEN
               DISPLAY "NO ADV-PENDING-OLD.DAT - SKIPPED"
               GO TO CONVERT-PENDING-EXIT
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LOADED-COUNT.
           OPEN OUTPUT F-PENDING-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-PENDING-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE OAP-ID TO AP-ID
                       MOVE OAP-USERNAME TO AP-USERNAME
                       MOVE OAP-TITLE TO AP-TITLE
                       MOVE OAP-CONTENT TO AP-CONTENT
                       MOVE OAP-START-DATE TO AP-START-DATE
                       MOVE OAP-END-DATE TO AP-END-DATE
                       MOVE OAP-DAILY-BUDGET TO AP-DAILY-BUDGET
                       MOVE OAP-STATUS TO AP-STATUS
      *>                NO TARGETING MEANS THE CAMPAIGN RUNS SITE-WIDE.
                       MOVE SPACES TO AP-TARGET-BOARD
                       MOVE SPACES TO AP-TARGET-LEVEL
                       MOVE SPACES TO AP-TARGET-LANG
                       WRITE AP-ENTRY
                       END-WRITE
                       ADD 1 TO WS-LOADED-COUNT
               END-READ
           END-PERFORM.
           CLOSE F-PENDING-FILE.
           CLOSE F-OLD-PENDING-FILE.
           DISPLAY "CAMPAIGN SUBMISSIONS CONVERTED: " WS-LOADED-COUNT
             " ROWS".

       CONVERT-PENDING-EXIT.
           EXIT.

       CONVERT-SCHEDULE.
           OPEN INPUT F-OLD-SCHEDULE-FILE.
           IF WS-OLD-STATUS NOT = "00" THEN
               DISPLAY "NO REPORT-SCHEDULE-OLD.DAT - SKIPPED"
               GO TO CONVERT-SCHEDULE-EXIT
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LOADED-COUNT.
           OPEN OUTPUT F-SCHEDULE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-SCHEDULE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ORS-REPORT TO RS-REPORT
                       MOVE ORS-FREQ TO RS-FREQ
                       MOVE ORS-LAST-RUN TO RS-LAST-RUN
      *>                A BLANK FORMAT IS THE PLAIN PRINTED REPORT.
                       MOVE SPACE TO RS-FORMAT
                       WRITE RS-ENTRY
                       END-WRITE
                       ADD 1 TO WS-LOADED-COUNT
               END-READ
           END-PERFORM.
           CLOSE F-SCHEDULE-FILE.
           CLOSE F-OLD-SCHEDULE-FILE.
           DISPLAY "SCHEDULED REPORTS CONVERTED: " WS-LOADED-COUNT
             " ROWS".

       CONVERT-SCHEDULE-EXIT.
           EXIT.

       CONVERT-REPLIES.
           OPEN INPUT F-OLD-REPLIES-FILE.
           IF WS-OLD-STATUS NOT = "00" THEN
               DISPLAY "NO TICKET-REPLIES-OLD.DAT - SKIPPED"
               GO TO CONVERT-REPLIES-EXIT
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LOADED-COUNT.
           OPEN OUTPUT F-REPLIES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-REPLIES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE OTR-TICKET-ID TO TR-TICKET-ID
                       MOVE OTR-DATE TO TR-DATE
                       MOVE OTR-FROM TO TR-FROM
                       MOVE OTR-TEXT TO TR-TEXT
      *>                NO HELP ARTICLE WAS LINKED TO THE OLD REPLIES.
                       MOVE 0 TO TR-ARTICLE-ID
                       WRITE TR-ENTRY
                       END-WRITE
                       ADD 1 TO WS-LOADED-COUNT
               END-READ
           END-PERFORM.
           CLOSE F-REPLIES-FILE.
           CLOSE F-OLD-REPLIES-FILE.
           DISPLAY "TICKET REPLIES CONVERTED: " WS-LOADED-COUNT " ROWS".

       CONVERT-REPLIES-EXIT.
           EXIT.

       CONVERT-CHAT.
           OPEN INPUT F-OLD-CHAT-FILE.
           IF WS-OLD-STATUS NOT = "00" THEN
               DISPLAY "NO CHAT-MESSAGES-OLD.DAT - SKIPPED"
               GO TO CONVERT-CHAT-EXIT
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LOADED-COUNT.
           OPEN OUTPUT F-CHAT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-CHAT-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE OCH-SEQ TO CH-SEQ
                       MOVE OCH-STAMP TO CH-STAMP
                       MOVE OCH-USERNAME TO CH-USERNAME
                       MOVE OCH-TEXT TO CH-TEXT
      *>                EVERY LINE BEFORE ROOMS WAS SAID IN THE LOBBY.
                       MOVE "LOBBY" TO CH-ROOM
                       WRITE CH-ENTRY
                       END-WRITE
                       ADD 1 TO WS-LOADED-COUNT
               END-READ
           END-PERFORM.
           CLOSE F-CHAT-FILE.
           CLOSE F-OLD-CHAT-FILE.
           DISPLAY "CHAT LINES CONVERTED: " WS-LOADED-COUNT " ROWS".

       CONVERT-CHAT-EXIT.
           EXIT.

       CONVERT-RUN-CONTROL.
           OPEN INPUT F-OLD-RUN-CONTROL-FILE.
           IF WS-OLD-STATUS NOT = "00" THEN
               DISPLAY "NO BATCH-RUN-CONTROL-OLD.DAT - SKIPPED"
               GO TO CONVERT-RUN-CONTROL-EXIT
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LOADED-COUNT.
           OPEN OUTPUT F-RUN-CONTROL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-RUN-CONTROL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE OBR-DATE TO BR-DATE
                       MOVE OBR-STEP-RELEASE TO BR-STEP-RELEASE
                       MOVE OBR-STEP-INSTALMENT TO BR-STEP-INSTALMENT
                       MOVE OBR-STEP-PROMO TO BR-STEP-PROMO
                       MOVE OBR-STEP-GL TO BR-STEP-GL
                       MOVE OBR-STEP-DIGEST TO BR-STEP-DIGEST
                       MOVE OBR-STEP-EXTRACT TO BR-STEP-EXTRACT
                       MOVE OBR-STEP-MAIL TO BR-STEP-MAIL
                       MOVE OBR-STEP-TRANSLOG TO BR-STEP-TRANSLOG
                       MOVE OBR-STEP-SPONSORED TO BR-STEP-SPONSORED
                       MOVE OBR-STEP-MESSAGES TO BR-STEP-MESSAGES
                       MOVE OBR-STEP-TOURNAMENT TO BR-STEP-TOURNAMENT
                       MOVE OBR-STEP-AUCTION TO BR-STEP-AUCTION
                       MOVE OBR-COMPLETE TO BR-COMPLETE
      *>                THE DEBT, QUIZ AND KNOCKOUT STEPS RAN IF THE
      *>                DAY'S RUN FINISHED, AND ARE STILL TO DO IF NOT.
                       IF OBR-COMPLETE = "Y" THEN
                           MOVE "Y" TO BR-STEP-DEBT
                           MOVE "Y" TO BR-STEP-QUIZ
                           MOVE "Y" TO BR-STEP-KNOCKOUT
                       ELSE
                           MOVE "N" TO BR-STEP-DEBT
                           MOVE "N" TO BR-STEP-QUIZ
                           MOVE "N" TO BR-STEP-KNOCKOUT
                       END-IF
                       WRITE BR-ENTRY
                       END-WRITE
                       ADD 1 TO WS-LOADED-COUNT
               END-READ
           END-PERFORM.
           CLOSE F-RUN-CONTROL-FILE.
           CLOSE F-OLD-RUN-CONTROL-FILE.
           DISPLAY "RUN CONTROL CONVERTED: " WS-LOADED-COUNT " ROWS".

       CONVERT-RUN-CONTROL-EXIT.
           EXIT.
