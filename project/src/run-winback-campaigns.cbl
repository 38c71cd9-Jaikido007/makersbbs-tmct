       IDENTIFICATION DIVISION.
       PROGRAM-ID. run-winback-campaigns.
      ******************************************************************
      *----NIGHTLY STEP RUN FROM END-OF-DAY-BATCH THAT WORKS THE-------*
      *----RETENTION OFFERS IN WINBACK-CAMPAIGNS.DAT. EACH ACTIVE------*
      *----CAMPAIGN NAMES A SEGMENT RULE -- LAPSED (NO SIGN-IN FOR-----*
      *----THE CAMPAIGN'S DAYS), VIPLAPSE (VIP LAPSED WITHIN THE-------*
      *----DAYS, PER VIP-LAPSES.DAT), DORMANT (MARKED ON---------------*
      *----DORMANT-ACCOUNTS.DAT) OR NOBUY (NO CARD PURCHASE ON EITHER--*
      *----LEDGER FOR THE DAYS) -- A VOUCHER VALUE AND EXPIRY, AND-----*
      *----THE LETTER TEMPLATE CODE. EVERY MATCHING MEMBER GETS A------*
      *----PERSONAL SINGLE-USE CODE IN VOUCHERS.DAT AND A LETTER ON----*
      *----THE MAIL QUEUE, AND IS LOGGED ON WINBACK-TARGETS.DAT SO NO--*
      *----ONE IS SENT THE SAME OFFER TWICE. A MEMBER WITH NO POSTAL---*
      *----ADDRESS IS HELD BACK (LOGGED BUT NOT ISSUED) UNTIL THEY-----*
      *----FILL ONE IN, WHILE THE CAMPAIGN IS STILL RUNNING. RUNNING---*
      *----TWICE IN A NIGHT ISSUES NOTHING NEW-------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME.

           SELECT OPTIONAL F-CAMPAIGN-FILE ASSIGN TO
             "winback-campaigns.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TARGET-FILE ASSIGN TO
             "winback-targets.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-LOGIN-AUDIT-FILE ASSIGN TO
             "login-audit.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-LAPSE-FILE ASSIGN TO "vip-lapses.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-DORMANT-FILE ASSIGN TO
             "dormant-accounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO
             "transaction-log-archive.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-VOUCHERS-FILE ASSIGN TO "vouchers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-USERS-FILE.
           01 USERS.
              05 USERNAME PIC X(16).
              05 USER-PASSWORD PIC X(20).
              05 USER-CREDITS PIC 9(6).
              05 USER-LEVEL PIC X(3).
              05 CARD-NO PIC 9(16).
              05 CARD-EXPIRY PIC 9(4).
              05 CARD-CVV PIC 9(3).
              05 VIP-EXPIRY PIC 9(8).
              05 DISPLAY-NAME PIC X(16).
              05 FILLER PIC X VALUE X'0A'.

           FD F-CAMPAIGN-FILE.
           01 WC-ENTRY.
              05 WC-CAMPAIGN-ID PIC X(8).
      *>       "LAPSED", "VIPLAPSE", "DORMANT" OR "NOBUY"
              05 WC-SEGMENT PIC X(8).
              05 WC-DAYS PIC 9(4).
              05 WC-VALUE PIC 9(6).
              05 WC-EXPIRY PIC 9(8).
              05 WC-TEMPLATE PIC X(8).
      *>       "A" = ACTIVE, ANYTHING ELSE = PAUSED
              05 WC-STATUS PIC X(1).

           FD F-TARGET-FILE.
           01 WT-ENTRY.
              05 WT-CAMPAIGN-ID PIC X(8).
              05 WT-USERNAME PIC X(16).
      *>       "I" = CODE ISSUED, "H" = HELD BACK, NO POSTAL ADDRESS
              05 WT-STATUS PIC X(1).
              05 WT-DATE PIC 9(8).
              05 WT-CODE PIC X(12).
      *>       "Y" ON AN ISSUE FOR A MEMBER EARLIER HELD BACK
              05 WT-WAS-HELD PIC X(1).

           FD F-LOGIN-AUDIT-FILE.
           01 LOGIN-AUDIT-ENTRY.
               05 LA-DY PIC X(2).
               05 LA-MTH PIC X(2).
               05 LA-YR PIC X(4).
               05 LA-HR PIC X(2).
               05 LA-MIN PIC X(2).
               05 LA-USERNAME PIC X(16).
               05 LA-RESULT-FLAG PIC X(1).

           FD F-LAPSE-FILE.
           01 VL-ENTRY.
              05 VL-USERNAME PIC X(16).
              05 VL-LAPSE-DATE PIC 9(8).

           FD F-DORMANT-FILE.
           01 DA-ENTRY.
              05 DA-USERNAME PIC X(16).
              05 DA-STATUS PIC X(1).
              05 DA-MARKED-DATE PIC 9(8).

           FD F-ARCHIVE-FILE.
           01 ARCHIVE-TRANSACTION.
               05 ARC-TRANS-ID PIC 9(6).
               05 ARC-DY PIC X(2).
               05 ARC-MTH PIC X(2).
               05 ARC-YR PIC X(4).
               05 ARC-USERNAME PIC X(16).
               05 ARC-CHARGE PIC 9(6).
               05 ARC-CREDITS-GRANTED PIC 9(6).
               05 ARC-POST-BALANCE PIC 9(6).
               05 ARC-ENTRY-TYPE PIC X(1).
               05 ARC-TRANS-TARIFF PIC X(4).
               05 ARC-TRANS-NET PIC 9(6)V99.
               05 ARC-TRANS-VAT PIC 9(6)V99.

           FD F-TRANSACTION-LOG-FILE.
           01 TRANSACTION.
               05 TRANS-ID PIC 9(6).
               05 DY PIC X(2).
               05 MTH PIC X(2).
               05 YR PIC X(4).
               05 USERNAME-T PIC X(16).
               05 CHARGE PIC 9(6).
               05 CREDITS-GRANTED PIC 9(6).
               05 POST-BALANCE PIC 9(6).
               05 ENTRY-TYPE PIC X(1).
               05 TRANS-TARIFF PIC X(4).
               05 TRANS-NET PIC 9(6)V99.
               05 TRANS-VAT PIC 9(6)V99.

           FD F-VOUCHERS-FILE.
           01 VO-ENTRY.
              05 VO-CODE PIC X(12).
              05 VO-VALUE PIC 9(6).
              05 VO-EXPIRY PIC 9(8).
              05 VO-USE-MODE PIC X(1).
              05 VO-REDEMPTION-COUNT PIC 9(5).
              05 VO-OWNER PIC X(16).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-CAMPAIGNS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-INT PIC 9(7).
           01 WS-ROW-INT PIC 9(7).
           01 WS-SEGMENT-DAYS PIC 9(4).
           01 WS-MATCHED PIC 9.

      *>    EVERY MEMBER WITH THE SIGNALS THE SEGMENT RULES TEST,
      *>    GATHERED IN ONE PASS OVER EACH FILE.
           01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
           01 WS-MEMBERS.
               05 WS-MEMBER-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-MEMBER-COUNT.
                   10 WS-MEM-NAME PIC X(16).
                   10 WS-MEM-LEVEL PIC X(3).
                   10 WS-MEM-LAST-LOGIN PIC 9(8).
                   10 WS-MEM-VIP-LAPSED PIC 9(8).
                   10 WS-MEM-DORMANT PIC X(1).
                   10 WS-MEM-LAST-BUY PIC 9(8).
           01 WS-MEM-IDX PIC 9(4).
           01 WS-MEM-FOUND PIC 9(4).
           01 WS-LOOKUP-NAME PIC X(16).

      *>    EVERYONE ALREADY ISSUED OR HELD BACK, PER CAMPAIGN.
           01 WS-TARGET-COUNT PIC 9(5) VALUE 0.
           01 WS-TARGETS.
               05 WS-TARGET-ENTRY OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-TARGET-COUNT.
                   10 WS-TG-CAMPAIGN PIC X(8).
                   10 WS-TG-NAME PIC X(16).
                   10 WS-TG-STATUS PIC X(1).
           01 WS-TG-IDX PIC 9(5).
           01 WS-PRIOR-STATUS PIC X(1).

           01 WS-ROW-DATE PIC 9(8).
           01 WS-ROW-DATE-X REDEFINES WS-ROW-DATE.
              10 WS-ROW-YR PIC X(4).
              10 WS-ROW-MTH PIC X(2).
              10 WS-ROW-DY PIC X(2).
           01 WS-ROW-TYPE PIC X(1).

           01 WS-CD-FOUND PIC 9.
           01 WS-CD-EMAIL PIC X(40).
           01 WS-CD-ADDR-1 PIC X(30).
           01 WS-CD-ADDR-2 PIC X(30).
           01 WS-CD-POSTCODE PIC X(8).

      *>    PERSONAL CODES RUN "WB" PLUS A TEN-DIGIT SERIAL, CARRIED
      *>    ON FROM THE HIGHEST ALREADY IN VOUCHERS.DAT.
           01 WS-NEW-CODE.
              05 WS-NEW-CODE-PREFIX PIC X(2) VALUE "WB".
              05 WS-NEW-CODE-NO PIC 9(10) VALUE 0.
           01 WS-CODE-SERIAL PIC 9(10).

           01 WS-MAIL-TYPE PIC X(8).
           01 WS-MAIL-TEXT PIC X(60).
           01 WS-VALUE-TXT PIC Z(5)9.
           01 WS-EXPIRY-TXT.
              05 WS-EXPIRY-DD PIC X(2).
              05 FILLER PIC X VALUE "/".
              05 WS-EXPIRY-MM PIC X(2).
              05 FILLER PIC X VALUE "/".
              05 WS-EXPIRY-YYYY PIC X(4).

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-CAMPAIGNS-ENDED.
           MOVE 0 TO WS-MEMBER-COUNT.
           MOVE 0 TO WS-TARGET-COUNT.
           MOVE 0 TO WS-NEW-CODE-NO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.

           PERFORM LOAD-MEMBERS.
           PERFORM SCAN-LOGIN-AUDIT.
           PERFORM LOAD-VIP-LAPSES.
           PERFORM LOAD-DORMANT-MARKS.
           PERFORM SCAN-ARCHIVE-LOG.
           PERFORM SCAN-LIVE-LOG.
           PERFORM LOAD-TARGETS.
           PERFORM FIND-LAST-CODE.

           OPEN EXTEND F-TARGET-FILE.
           OPEN EXTEND F-VOUCHERS-FILE.
           OPEN INPUT F-CAMPAIGN-FILE.
           PERFORM UNTIL WS-CAMPAIGNS-ENDED = 1
               READ F-CAMPAIGN-FILE
                   AT END MOVE 1 TO WS-CAMPAIGNS-ENDED
                   NOT AT END
                       IF WC-STATUS = "A" AND WC-EXPIRY >= WS-TODAY
                          THEN
                           PERFORM WORK-CAMPAIGN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CAMPAIGN-FILE.
           CLOSE F-VOUCHERS-FILE.
           CLOSE F-TARGET-FILE.

           GOBACK.

       LOAD-MEMBERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-USERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-USERS-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       ADD 1 TO WS-MEMBER-COUNT
                       MOVE USERNAME TO WS-MEM-NAME(WS-MEMBER-COUNT)
                       MOVE USER-LEVEL TO
                         WS-MEM-LEVEL(WS-MEMBER-COUNT)
                       MOVE 0 TO WS-MEM-LAST-LOGIN(WS-MEMBER-COUNT)
                       MOVE 0 TO WS-MEM-VIP-LAPSED(WS-MEMBER-COUNT)
                       MOVE "A" TO WS-MEM-DORMANT(WS-MEMBER-COUNT)
                       MOVE 0 TO WS-MEM-LAST-BUY(WS-MEMBER-COUNT)
               END-READ
           END-PERFORM.
           CLOSE F-USERS-FILE.

       FIND-MEMBER.
           MOVE 0 TO WS-MEM-FOUND.
           MOVE 0 TO WS-MEM-IDX.
           PERFORM UNTIL WS-MEM-IDX = WS-MEMBER-COUNT
               ADD 1 TO WS-MEM-IDX
               IF WS-MEM-NAME(WS-MEM-IDX) = WS-LOOKUP-NAME THEN
                   MOVE WS-MEM-IDX TO WS-MEM-FOUND
               END-IF
           END-PERFORM.

       SCAN-LOGIN-AUDIT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LOGIN-AUDIT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LOGIN-AUDIT-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF LA-RESULT-FLAG = "1" THEN
                           MOVE LA-USERNAME TO WS-LOOKUP-NAME
                           PERFORM FIND-MEMBER
                           MOVE LA-YR TO WS-ROW-YR
                           MOVE LA-MTH TO WS-ROW-MTH
                           MOVE LA-DY TO WS-ROW-DY
                           IF WS-MEM-FOUND > 0 AND
                              WS-ROW-DATE >
                                WS-MEM-LAST-LOGIN(WS-MEM-FOUND) THEN
                               MOVE WS-ROW-DATE TO
                                 WS-MEM-LAST-LOGIN(WS-MEM-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LOGIN-AUDIT-FILE.

       LOAD-VIP-LAPSES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LAPSE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LAPSE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE VL-USERNAME TO WS-LOOKUP-NAME
                       PERFORM FIND-MEMBER
                       IF WS-MEM-FOUND > 0 AND
                          VL-LAPSE-DATE >
                            WS-MEM-VIP-LAPSED(WS-MEM-FOUND) THEN
                           MOVE VL-LAPSE-DATE TO
                             WS-MEM-VIP-LAPSED(WS-MEM-FOUND)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LAPSE-FILE.

       LOAD-DORMANT-MARKS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-DORMANT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DORMANT-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE DA-USERNAME TO WS-LOOKUP-NAME
                       PERFORM FIND-MEMBER
                       IF WS-MEM-FOUND > 0 THEN
                           MOVE DA-STATUS TO
                             WS-MEM-DORMANT(WS-MEM-FOUND)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-DORMANT-FILE.

       SCAN-ARCHIVE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ARC-ENTRY-TYPE TO WS-ROW-TYPE
                       MOVE ARC-USERNAME TO WS-LOOKUP-NAME
                       MOVE ARC-YR TO WS-ROW-YR
                       MOVE ARC-MTH TO WS-ROW-MTH
                       MOVE ARC-DY TO WS-ROW-DY
                       PERFORM NOTE-PURCHASE
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE-FILE.

       SCAN-LIVE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TRANSACTION-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TRANSACTION-LOG-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ENTRY-TYPE TO WS-ROW-TYPE
                       MOVE USERNAME-T TO WS-LOOKUP-NAME
                       MOVE YR TO WS-ROW-YR
                       MOVE MTH TO WS-ROW-MTH
                       MOVE DY TO WS-ROW-DY
                       PERFORM NOTE-PURCHASE
               END-READ
           END-PERFORM.
           CLOSE F-TRANSACTION-LOG-FILE.

      *>    A STORE PURCHASE, INSTALMENT COLLECTION OR COUNTER CASH
      *>    TOP-UP ALL COUNT AS THE MEMBER STILL BUYING.
       NOTE-PURCHASE.
           IF WS-ROW-TYPE NOT = "P" AND WS-ROW-TYPE NOT = "N" AND
              WS-ROW-TYPE NOT = "5" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-DATE IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-MEMBER.
           IF WS-MEM-FOUND > 0 AND
              WS-ROW-DATE > WS-MEM-LAST-BUY(WS-MEM-FOUND) THEN
               MOVE WS-ROW-DATE TO WS-MEM-LAST-BUY(WS-MEM-FOUND)
           END-IF.

       LOAD-TARGETS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TARGET-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TARGET-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-TARGET-COUNT < 99999 THEN
                           ADD 1 TO WS-TARGET-COUNT
                           MOVE WT-CAMPAIGN-ID TO
                             WS-TG-CAMPAIGN(WS-TARGET-COUNT)
                           MOVE WT-USERNAME TO
                             WS-TG-NAME(WS-TARGET-COUNT)
                           MOVE WT-STATUS TO
                             WS-TG-STATUS(WS-TARGET-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TARGET-FILE.

       FIND-LAST-CODE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-VOUCHERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VOUCHERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF VO-CODE(1:2) = "WB" AND
                          VO-CODE(3:10) IS NUMERIC THEN
                           MOVE VO-CODE(3:10) TO WS-CODE-SERIAL
                           IF WS-CODE-SERIAL > WS-NEW-CODE-NO THEN
                               MOVE WS-CODE-SERIAL TO WS-NEW-CODE-NO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-VOUCHERS-FILE.

      *>    ADMIN ACCOUNTS ARE NEVER CANVASSED.
       WORK-CAMPAIGN.
           MOVE 0 TO WS-MEM-IDX.
           PERFORM UNTIL WS-MEM-IDX = WS-MEMBER-COUNT
               ADD 1 TO WS-MEM-IDX
               IF WS-MEM-LEVEL(WS-MEM-IDX) NOT = "ADM" THEN
                   PERFORM TEST-SEGMENT
                   IF WS-MATCHED = 1 THEN
                       PERFORM TARGET-MEMBER
                   END-IF
               END-IF
           END-PERFORM.

      *>    A CAMPAIGN WITH NO DAYS SET FALLS BACK TO THE USUAL
      *>    WINDOW FOR ITS RULE: 60 DAYS WITHOUT A SIGN-IN, A VIP
      *>    LAPSE IN THE LAST 30 DAYS, OR 90 DAYS WITHOUT A PURCHASE.
      *>    A MEMBER WITH NO SIGN-IN OR PURCHASE ON RECORD AT ALL IS
      *>    NOT LAPSED FROM ANYTHING AND IS LEFT ALONE.
       TEST-SEGMENT.
           MOVE 0 TO WS-MATCHED.
           MOVE WC-DAYS TO WS-SEGMENT-DAYS.
           EVALUATE WC-SEGMENT
               WHEN "LAPSED"
                   IF WS-SEGMENT-DAYS = 0 THEN
                       MOVE 60 TO WS-SEGMENT-DAYS
                   END-IF
                   IF WS-MEM-LAST-LOGIN(WS-MEM-IDX) > 0 THEN
                       MOVE FUNCTION INTEGER-OF-DATE(
                         WS-MEM-LAST-LOGIN(WS-MEM-IDX)) TO WS-ROW-INT
                       IF WS-TODAY-INT - WS-ROW-INT > WS-SEGMENT-DAYS
                          THEN
                           MOVE 1 TO WS-MATCHED
                       END-IF
                   END-IF
               WHEN "VIPLAPSE"
                   IF WS-SEGMENT-DAYS = 0 THEN
                       MOVE 30 TO WS-SEGMENT-DAYS
                   END-IF
                   IF WS-MEM-VIP-LAPSED(WS-MEM-IDX) > 0 AND
                      WS-MEM-LEVEL(WS-MEM-IDX) NOT = "VIP" THEN
                       MOVE FUNCTION INTEGER-OF-DATE(
                         WS-MEM-VIP-LAPSED(WS-MEM-IDX)) TO WS-ROW-INT
                       IF WS-TODAY-INT - WS-ROW-INT <= WS-SEGMENT-DAYS
                          THEN
                           MOVE 1 TO WS-MATCHED
                       END-IF
                   END-IF
               WHEN "DORMANT"
                   IF WS-MEM-DORMANT(WS-MEM-IDX) = "D" THEN
                       MOVE 1 TO WS-MATCHED
                   END-IF
               WHEN "NOBUY"
                   IF WS-SEGMENT-DAYS = 0 THEN
                       MOVE 90 TO WS-SEGMENT-DAYS
                   END-IF
                   IF WS-MEM-LAST-BUY(WS-MEM-IDX) > 0 THEN
                       MOVE FUNCTION INTEGER-OF-DATE(
                         WS-MEM-LAST-BUY(WS-MEM-IDX)) TO WS-ROW-INT
                       IF WS-TODAY-INT - WS-ROW-INT > WS-SEGMENT-DAYS
                          THEN
                           MOVE 1 TO WS-MATCHED
                       END-IF
                   END-IF
           END-EVALUATE.

       TARGET-MEMBER.
           MOVE SPACES TO WS-PRIOR-STATUS.
           MOVE 0 TO WS-TG-IDX.
           PERFORM UNTIL WS-TG-IDX = WS-TARGET-COUNT
               ADD 1 TO WS-TG-IDX
               IF WS-TG-CAMPAIGN(WS-TG-IDX) = WC-CAMPAIGN-ID AND
                  WS-TG-NAME(WS-TG-IDX) = WS-MEM-NAME(WS-MEM-IDX) AND
                  WS-PRIOR-STATUS NOT = "I" THEN
                   MOVE WS-TG-STATUS(WS-TG-IDX) TO WS-PRIOR-STATUS
               END-IF
           END-PERFORM.
           IF WS-PRIOR-STATUS = "I" THEN
               EXIT PARAGRAPH
           END-IF.

      *>    THE SAME TEST THE MAIL EXTRACT APPLIES: NO FIRST ADDRESS
      *>    LINE, NO LETTER, SO NO CODE EITHER.
           MOVE WS-MEM-NAME(WS-MEM-IDX) TO WS-LOOKUP-NAME.
           CALL "get-contact-details" USING WS-LOOKUP-NAME,
               WS-CD-FOUND, WS-CD-EMAIL, WS-CD-ADDR-1, WS-CD-ADDR-2,
               WS-CD-POSTCODE.
           IF WS-CD-FOUND NOT = 1 OR WS-CD-ADDR-1 = SPACES THEN
               IF WS-PRIOR-STATUS = SPACES THEN
                   MOVE "H" TO WS-PRIOR-STATUS
                   MOVE SPACES TO WT-CODE
                   MOVE "N" TO WT-WAS-HELD
                   PERFORM LOG-TARGET
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-PRIOR-STATUS = "H" THEN
               MOVE "Y" TO WT-WAS-HELD
           ELSE
               MOVE "N" TO WT-WAS-HELD
           END-IF.

           ADD 1 TO WS-NEW-CODE-NO.
           MOVE WS-NEW-CODE TO VO-CODE.
           MOVE WC-VALUE TO VO-VALUE.
           MOVE WC-EXPIRY TO VO-EXPIRY.
           MOVE "S" TO VO-USE-MODE.
           MOVE 0 TO VO-REDEMPTION-COUNT.
           MOVE WS-LOOKUP-NAME TO VO-OWNER.
           WRITE VO-ENTRY.

           MOVE WC-VALUE TO WS-VALUE-TXT.
           MOVE WC-EXPIRY(7:2) TO WS-EXPIRY-DD.
           MOVE WC-EXPIRY(5:2) TO WS-EXPIRY-MM.
           MOVE WC-EXPIRY(1:4) TO WS-EXPIRY-YYYY.
           MOVE SPACES TO WS-MAIL-TEXT.
           STRING "Code " DELIMITED BY SIZE
               WS-NEW-CODE DELIMITED BY SIZE
               " worth " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VALUE-TXT) DELIMITED BY SIZE
               " credits, use by " DELIMITED BY SIZE
               WS-EXPIRY-TXT DELIMITED BY SIZE
               INTO WS-MAIL-TEXT.
           MOVE WC-TEMPLATE TO WS-MAIL-TYPE.
           CALL "queue-mail-item" USING WS-LOOKUP-NAME, WS-MAIL-TYPE,
               WS-MAIL-TEXT.

           MOVE "I" TO WS-PRIOR-STATUS.
           MOVE WS-NEW-CODE TO WT-CODE.
           PERFORM LOG-TARGET.

       LOG-TARGET.
           MOVE WC-CAMPAIGN-ID TO WT-CAMPAIGN-ID.
           MOVE WS-LOOKUP-NAME TO WT-USERNAME.
           MOVE WS-PRIOR-STATUS TO WT-STATUS.
           MOVE WS-TODAY TO WT-DATE.
           WRITE WT-ENTRY.

           IF WS-TARGET-COUNT < 99999 THEN
               ADD 1 TO WS-TARGET-COUNT
               MOVE WC-CAMPAIGN-ID TO WS-TG-CAMPAIGN(WS-TARGET-COUNT)
               MOVE WS-LOOKUP-NAME TO WS-TG-NAME(WS-TARGET-COUNT)
               MOVE WS-PRIOR-STATUS TO WS-TG-STATUS(WS-TARGET-COUNT)
           END-IF.
