       IDENTIFICATION DIVISION.
       PROGRAM-ID. link-screen.
      ******************************************************************
      *----NIGHTLY JOB, RUN STRAIGHT AFTER FRAUD-SCREEN, THAT LOOKS----*
      *-------FOR ONE PERSON BEHIND SEVERAL ACCOUNTS FARMING THE-------*
      *----REFERRAL REWARD OR SHUFFLING VALUE BETWEEN THEM. TWO--------*
      *----ACCOUNTS ARE LINKED WHEN THEY SHARE AN EMAIL, OR A----------*
      *----POSTCODE AND FIRST ADDRESS LINE, IN CONTACT-DETAILS.DAT,----*
      *----OR A CARD CIPHER, OR WHEN ONE SIGNS IN ON THE SAME----------*
      *----TERMINAL WITHIN LINK-SIGNIN-MINUTES (DEFAULT TEN) OF THE----*
      *----OTHER. LINKS ARE JOINED INTO CLUSTERS, AND A CLUSTER WHOSE--*
      *----MEMBERS REFERRED ONE ANOTHER, GIFTED CREDITS BETWEEN--------*
      *----THEMSELVES OR BID ON EACH OTHER'S AUCTIONS IS FLAGGED: AN---*
      *----"L" ROW PER DEALING GOES ON THE END OF FRAUD-EXCEPTIONS.DAT-*
      *----AND THE CLUSTERS ARE PRINTED TO THE SPOOL AS "LINKED--------*
      *----ACCOUNTS" WITH THEIR LINKS AND DEALINGS---------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME.

           SELECT OPTIONAL F-CARDS-FILE ASSIGN TO "cards.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CONTACT-FILE ASSIGN TO
             "contact-details.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SIGNINS-FILE ASSIGN TO
             "terminal-signins.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-REFERRALS-FILE ASSIGN TO "referrals.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO
             "transaction-log-archive.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-AUCTIONS-FILE ASSIGN TO
             "auction-listings.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-BIDS-FILE ASSIGN TO "auction-bids.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-EXCEPTIONS-FILE ASSIGN TO
             "fraud-exceptions.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
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

           FD F-CARDS-FILE.
           01 SAVED-CARD.
               05 CARD-ID PIC 9(6).
               05 CARD-USERNAME PIC X(16).
               05 SV-CARD-NO PIC 9(16).
               05 SV-CARD-EXPIRY PIC 9(4).
               05 SV-CARD-CVV PIC 9(3).
               05 IS-DEFAULT PIC X(1).

           FD F-CONTACT-FILE.
           01 CD-ENTRY.
              05 CD-USERNAME PIC X(16).
              05 CD-EMAIL PIC X(40).
              05 CD-ADDR-1 PIC X(30).
              05 CD-ADDR-2 PIC X(30).
              05 CD-POSTCODE PIC X(8).

           FD F-SIGNINS-FILE.
           01 TS-ENTRY.
              05 TS-DATE PIC 9(8).
              05 TS-TIME.
                 10 TS-HOUR PIC 9(2).
                 10 TS-MINUTE PIC 9(2).
                 10 TS-SECOND PIC 9(2).
              05 TS-TERMINAL PIC 9(16).
              05 TS-USERNAME PIC X(16).

           FD F-REFERRALS-FILE.
           01 RF-ENTRY.
              05 RF-NEW-MEMBER PIC X(16).
              05 RF-REFERRER PIC X(16).
              05 RF-DATE PIC 9(8).

           FD F-TRANSACTION-LOG-FILE.
           01 TRANSACTION.
               05 TRANS-ID PIC 9(6).
               05 DY PIC X(2).
               05 MTH PIC X(2).
               05 YR PIC X(4).
               05 TL-USERNAME PIC X(16).
               05 CHARGE PIC 9(6).
               05 CREDITS-GRANTED PIC 9(6).
               05 POST-BALANCE PIC 9(6).
               05 ENTRY-TYPE PIC X(1).
               05 TRANS-TARIFF PIC X(4).
               05 TRANS-NET PIC 9(6)V99.
               05 TRANS-VAT PIC 9(6)V99.

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

           FD F-BIDS-FILE.
           01 AB-ENTRY.
              05 AB-AUCTION-ID PIC 9(4).
              05 AB-BIDDER PIC X(16).
              05 AB-AMOUNT PIC 9(6).
              05 AB-STAMP PIC 9(12).
              05 AB-AUTO PIC X(1).

           FD F-EXCEPTIONS-FILE.
           01 FX-ENTRY.
              05 FX-DATE PIC 9(8).
              05 FX-TYPE PIC X(1).
              05 FX-USERNAME PIC X(16).
              05 FX-DETAIL PIC X(40).

           FD F-SPOOL-FILE.
           01 SP-LINE PIC X(80).

           FD F-INDEX-FILE.
           01 SPX-ENTRY.
              05 SPX-ID PIC 9(4).
              05 SPX-DATE PIC 9(8).
              05 SPX-TITLE PIC X(20).
              05 SPX-START-LINE PIC 9(6).
              05 SPX-LINE-COUNT PIC 9(4).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-ZERO-CARD PIC X(16) VALUE ALL "0".
           01 WS-SIGNIN-MINUTES PIC 9(4) VALUE 10.
           01 WS-PARAM-KEY PIC X(20) VALUE "LINK-SIGNIN-MINUTES".
           01 WS-PARAM-DEFAULT PIC 9(6) VALUE 10.
           01 WS-PARAM-VALUE PIC 9(6).

      *>    CONTACT ROWS, EMAIL AND ADDRESS FOLDED TO UPPER CASE SO A
      *>    CHANGE OF CAPITALS DOES NOT HIDE A MATCH.
           01 WS-CONTACT-COUNT PIC 9(4) VALUE 0.
           01 WS-CONTACT-TABLE.
               05 WS-CONTACT-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-CONTACT-COUNT.
                   10 WS-CT-USER PIC X(16).
                   10 WS-CT-EMAIL PIC X(40).
                   10 WS-CT-ADDRESS PIC X(38).

      *>    EVERY STORED CARD WITH ITS OWNER, AS FRAUD-SCREEN BUILDS.
           01 WS-CARD-COUNT PIC 9(4) VALUE 0.
           01 WS-CARD-TABLE.
               05 WS-CARD-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-CARD-COUNT.
                   10 WS-CE-CARD PIC X(16).
                   10 WS-CE-OWNER PIC X(16).

      *>    THE LATEST SIGN-IN SEEN ON EACH TERMINAL SO FAR. ONCE FULL
      *>    THE OLDEST SLOT IS REUSED -- A TERMINAL IDLE THAT LONG HAS
      *>    NOTHING CLOSE TO FOLLOW.
           01 WS-TERMINAL-COUNT PIC 9(3) VALUE 0.
           01 WS-TERMINAL-TABLE.
               05 WS-TERMINAL-ENTRY OCCURS 500 TIMES.
                   10 WS-TM-TERMINAL PIC 9(16).
                   10 WS-TM-USER PIC X(16).
                   10 WS-TM-MINUTES PIC 9(9).
           01 WS-TERMINAL-NEXT PIC 9(3) VALUE 0.
           01 WS-TERMINAL-FOUND PIC 9(3).
           01 WS-SIGNIN-AT PIC 9(9).

      *>    ONE ROW PER LINKED PAIR AND REASON: E EMAIL, A ADDRESS,
      *>    C CARD, T TERMINAL.
           01 WS-LINK-COUNT PIC 9(4) VALUE 0.
           01 WS-LINK-TABLE.
               05 WS-LINK-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-LINK-COUNT.
                   10 WS-LK-USER-A PIC X(16).
                   10 WS-LK-USER-B PIC X(16).
                   10 WS-LK-REASON PIC X(1).

      *>    EVERY LINKED ACCOUNT AND THE CLUSTER IT BELONGS TO. A
      *>    CLUSTER IS NUMBERED BY ONE OF ITS OWN MEMBERS' SLOTS, SO
      *>    THE MEMBER WHOSE SLOT EQUALS ITS CLUSTER NUMBER HEADS IT.
           01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
           01 WS-MEMBER-TABLE.
               05 WS-MEMBER-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-MEMBER-COUNT.
                   10 WS-MB-USER PIC X(16).
                   10 WS-MB-CLUSTER PIC 9(4).
                   10 WS-MB-DEALINGS PIC 9(4).

      *>    ONE ROW PER PAIR AND KIND OF DEALING: R REFERRAL (FROM THE
      *>    NEW MEMBER TO THE REFERRER PAID FOR THEM), G GIFT, B BID
      *>    (FROM THE BIDDER TO THE SELLER).
           01 WS-DEAL-COUNT PIC 9(4) VALUE 0.
           01 WS-DEAL-TABLE.
               05 WS-DEAL-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-DEAL-COUNT.
                   10 WS-DL-FROM PIC X(16).
                   10 WS-DL-TO PIC X(16).
                   10 WS-DL-KIND PIC X(1).
                   10 WS-DL-TIMES PIC 9(5).
                   10 WS-DL-CREDITS PIC 9(7).

      *>    AUCTION SELLERS, FOR MATCHING A BID BACK TO ITS SELLER.
           01 WS-AUCTION-COUNT PIC 9(4) VALUE 0.
           01 WS-AUCTION-TABLE.
               05 WS-AUCTION-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-AUCTION-COUNT.
                   10 WS-AT-ID PIC 9(4).
                   10 WS-AT-SELLER PIC X(16).

           01 WS-IDX PIC 9(4).
           01 WS-JDX PIC 9(4).
           01 WS-KDX PIC 9(4).
           01 WS-PAIR-A PIC X(16).
           01 WS-PAIR-B PIC X(16).
           01 WS-PAIR-REASON PIC X(1).
           01 WS-PAIR-KIND PIC X(1).
           01 WS-PAIR-CREDITS PIC 9(7).
           01 WS-FOUND PIC 9(4).
           01 WS-SLOT-A PIC 9(4).
           01 WS-SLOT-B PIC 9(4).
           01 WS-OLD-CLUSTER PIC 9(4).
           01 WS-NEW-CLUSTER PIC 9(4).
           01 WS-LOOKUP-USER PIC X(16).
           01 WS-SELLER PIC X(16).

      *>    THE GIFT LEDGER ROWS COME IN PAIRS: "G" FOR THE SENDER,
      *>    THEN "F" FOR THE RECIPIENT UNDER THE NEXT TRANSACTION ID.
           01 WS-PREV-TRANS-ID PIC 9(6) VALUE 0.
           01 WS-PREV-TYPE PIC X(1) VALUE SPACES.
           01 WS-PREV-USER PIC X(16).
           01 WS-PREV-CREDITS PIC 9(6).
           01 WS-SCAN-TRANS-ID PIC 9(6).
           01 WS-SCAN-TYPE PIC X(1).
           01 WS-SCAN-USER PIC X(16).
           01 WS-SCAN-CREDITS PIC 9(6).

           01 WS-CLUSTER-NO PIC 9(4).
           01 WS-CLUSTER-SIZE PIC 9(4).
           01 WS-FLAGGED-CLUSTERS PIC 9(4).
           01 WS-QUIET-CLUSTERS PIC 9(4).
           01 WS-LINKED-ACCOUNTS PIC 9(4).
           01 WS-EXC-USER PIC X(16).
           01 WS-EXC-DETAIL PIC X(40).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(15) VALUE "LINKED ACCOUNTS".
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-HL-DATE PIC 9(8).
           01 WS-RULE-LINE.
              05 FILLER PIC X(45) VALUE
                "CLUSTERS OF LINKED ACCOUNTS THAT DEAL WITH EA".
              05 FILLER PIC X(10) VALUE "CH OTHER".
           01 WS-CLUSTER-LINE.
              05 FILLER PIC X(8) VALUE "CLUSTER ".
              05 WS-CL-NO PIC 9(4).
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-CL-SIZE PIC ZZZ9.
              05 FILLER PIC X(9) VALUE " ACCOUNTS".
           01 WS-LINK-LINE.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-LL-USER-A PIC X(16).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-LL-USER-B PIC X(16).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-LL-REASON PIC X(20).
           01 WS-DEAL-HEAD.
              05 FILLER PIC X(48) VALUE "  DEALINGS".
              05 FILLER PIC X(14) VALUE "TIMES  CREDITS".
           01 WS-DEAL-LINE.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-DE-FROM PIC X(16).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DE-TO PIC X(16).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DE-KIND PIC X(10).
              05 WS-DE-TIMES PIC ZZZZ9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DE-CREDITS PIC Z(6)9.
           01 WS-COUNT-LINE.
              05 WS-CN-LABEL PIC X(34).
              05 WS-CN-COUNT PIC ZZZ9.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-CONTACT-COUNT.
           MOVE 0 TO WS-CARD-COUNT.
           MOVE 0 TO WS-TERMINAL-COUNT.
           MOVE 0 TO WS-TERMINAL-NEXT.
           MOVE 0 TO WS-LINK-COUNT.
           MOVE 0 TO WS-MEMBER-COUNT.
           MOVE 0 TO WS-DEAL-COUNT.
           MOVE 0 TO WS-AUCTION-COUNT.
           MOVE 0 TO WS-PREV-TRANS-ID.
           MOVE SPACES TO WS-PREV-TYPE.
           MOVE 0 TO WS-FLAGGED-CLUSTERS.
           MOVE 0 TO WS-QUIET-CLUSTERS.
           MOVE 0 TO WS-LINKED-ACCOUNTS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL "get-parameter" USING WS-PARAM-KEY, WS-PARAM-DEFAULT,
             WS-PARAM-VALUE.
           MOVE WS-PARAM-VALUE TO WS-SIGNIN-MINUTES.

           PERFORM LINK-BY-CONTACT.
           PERFORM COLLECT-USER-CARDS.
           PERFORM COLLECT-SAVED-CARDS.
           PERFORM LINK-BY-CARD.
           PERFORM LINK-BY-TERMINAL.
           PERFORM BUILD-CLUSTERS.

           PERFORM FIND-REFERRALS.
           PERFORM SCAN-ARCHIVE-LOG.
           PERFORM SCAN-LIVE-LOG.
           PERFORM COLLECT-AUCTIONS.
           PERFORM FIND-BIDS.

           PERFORM WRITE-EXCEPTIONS.
           PERFORM PRINT-CLUSTERS.

           GOBACK.

      ******************************************************************
      *-----------------------FINDING THE LINKS------------------------*
      ******************************************************************
       LINK-BY-CONTACT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONTACT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONTACT-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-CONTACT-COUNT < 3000 THEN
                           ADD 1 TO WS-CONTACT-COUNT
                           MOVE CD-USERNAME TO
                             WS-CT-USER(WS-CONTACT-COUNT)
                           MOVE FUNCTION UPPER-CASE(CD-EMAIL) TO
                             WS-CT-EMAIL(WS-CONTACT-COUNT)
                           MOVE SPACES TO
                             WS-CT-ADDRESS(WS-CONTACT-COUNT)
                           IF CD-POSTCODE NOT = SPACES AND
                              CD-ADDR-1 NOT = SPACES THEN
                               MOVE FUNCTION UPPER-CASE(CD-POSTCODE)
                                 TO WS-CT-ADDRESS(WS-CONTACT-COUNT)
                                 (1:8)
                               MOVE FUNCTION UPPER-CASE(CD-ADDR-1)
                                 TO WS-CT-ADDRESS(WS-CONTACT-COUNT)
                                 (9:30)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CONTACT-FILE.

           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX >= WS-CONTACT-COUNT
               ADD 1 TO WS-IDX
               MOVE WS-IDX TO WS-JDX
               PERFORM UNTIL WS-JDX >= WS-CONTACT-COUNT
                   ADD 1 TO WS-JDX
                   IF WS-CT-USER(WS-IDX) NOT = WS-CT-USER(WS-JDX) THEN
                       MOVE WS-CT-USER(WS-IDX) TO WS-PAIR-A
                       MOVE WS-CT-USER(WS-JDX) TO WS-PAIR-B
                       IF WS-CT-EMAIL(WS-IDX) NOT = SPACES AND
                          WS-CT-EMAIL(WS-IDX) = WS-CT-EMAIL(WS-JDX)
                         THEN
                           MOVE "E" TO WS-PAIR-REASON
                           PERFORM ADD-LINK
                       END-IF
                       IF WS-CT-ADDRESS(WS-IDX) NOT = SPACES AND
                          WS-CT-ADDRESS(WS-IDX) =
                          WS-CT-ADDRESS(WS-JDX) THEN
                           MOVE "A" TO WS-PAIR-REASON
                           PERFORM ADD-LINK
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       COLLECT-USER-CARDS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-USERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-USERS-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF CARD-NO(1:16) NOT = WS-ZERO-CARD AND
                          WS-CARD-COUNT < 9999 THEN
                           ADD 1 TO WS-CARD-COUNT
                           MOVE CARD-NO(1:16) TO
                             WS-CE-CARD(WS-CARD-COUNT)
                           MOVE USERNAME TO
                             WS-CE-OWNER(WS-CARD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-USERS-FILE.

       COLLECT-SAVED-CARDS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CARDS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CARDS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SV-CARD-NO(1:16) NOT = WS-ZERO-CARD AND
                          WS-CARD-COUNT < 9999 THEN
                           ADD 1 TO WS-CARD-COUNT
                           MOVE SV-CARD-NO(1:16) TO
                             WS-CE-CARD(WS-CARD-COUNT)
                           MOVE CARD-USERNAME TO
                             WS-CE-OWNER(WS-CARD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CARDS-FILE.

       LINK-BY-CARD.
           MOVE "C" TO WS-PAIR-REASON.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX >= WS-CARD-COUNT
               ADD 1 TO WS-IDX
               MOVE WS-IDX TO WS-JDX
               PERFORM UNTIL WS-JDX >= WS-CARD-COUNT
                   ADD 1 TO WS-JDX
                   IF WS-CE-CARD(WS-IDX) = WS-CE-CARD(WS-JDX) AND
                      WS-CE-OWNER(WS-IDX) NOT = WS-CE-OWNER(WS-JDX)
                     THEN
                       MOVE WS-CE-OWNER(WS-IDX) TO WS-PAIR-A
                       MOVE WS-CE-OWNER(WS-JDX) TO WS-PAIR-B
                       PERFORM ADD-LINK
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>    THE FILE IS IN SIGN-IN ORDER, SO EACH ROW NEED ONLY BE
      *>    SET AGAINST THE LAST SIGN-IN ON ITS OWN TERMINAL.
       LINK-BY-TERMINAL.
           MOVE "T" TO WS-PAIR-REASON.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SIGNINS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SIGNINS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM CHECK-ONE-SIGNIN
               END-READ
           END-PERFORM.
           CLOSE F-SIGNINS-FILE.

       CHECK-ONE-SIGNIN.
           IF TS-DATE IS NOT NUMERIC OR
              FUNCTION TEST-DATE-YYYYMMDD(TS-DATE) NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SIGNIN-AT =
             FUNCTION INTEGER-OF-DATE(TS-DATE) * 1440 +
             TS-HOUR * 60 + TS-MINUTE.

           MOVE 0 TO WS-TERMINAL-FOUND.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = WS-TERMINAL-COUNT OR
                         WS-TERMINAL-FOUND > 0
               ADD 1 TO WS-IDX
               IF WS-TM-TERMINAL(WS-IDX) = TS-TERMINAL THEN
                   MOVE WS-IDX TO WS-TERMINAL-FOUND
               END-IF
           END-PERFORM.

           IF WS-TERMINAL-FOUND > 0 THEN
               IF WS-TM-USER(WS-TERMINAL-FOUND) NOT = TS-USERNAME AND
                  WS-SIGNIN-AT - WS-TM-MINUTES(WS-TERMINAL-FOUND)
                    <= WS-SIGNIN-MINUTES THEN
                   MOVE WS-TM-USER(WS-TERMINAL-FOUND) TO WS-PAIR-A
                   MOVE TS-USERNAME TO WS-PAIR-B
                   PERFORM ADD-LINK
               END-IF
           ELSE
               IF WS-TERMINAL-COUNT < 500 THEN
                   ADD 1 TO WS-TERMINAL-COUNT
                   MOVE WS-TERMINAL-COUNT TO WS-TERMINAL-FOUND
               ELSE
                   IF WS-TERMINAL-NEXT >= 500 THEN
                       MOVE 0 TO WS-TERMINAL-NEXT
                   END-IF
                   ADD 1 TO WS-TERMINAL-NEXT
                   MOVE WS-TERMINAL-NEXT TO WS-TERMINAL-FOUND
               END-IF
               MOVE TS-TERMINAL TO WS-TM-TERMINAL(WS-TERMINAL-FOUND)
           END-IF.
           MOVE TS-USERNAME TO WS-TM-USER(WS-TERMINAL-FOUND).
           MOVE WS-SIGNIN-AT TO WS-TM-MINUTES(WS-TERMINAL-FOUND).

       ADD-LINK.
           MOVE 0 TO WS-FOUND.
           MOVE 0 TO WS-KDX.
           PERFORM UNTIL WS-KDX = WS-LINK-COUNT OR WS-FOUND > 0
               ADD 1 TO WS-KDX
               IF WS-LK-REASON(WS-KDX) = WS-PAIR-REASON AND
                  ((WS-LK-USER-A(WS-KDX) = WS-PAIR-A AND
                    WS-LK-USER-B(WS-KDX) = WS-PAIR-B) OR
                   (WS-LK-USER-A(WS-KDX) = WS-PAIR-B AND
                    WS-LK-USER-B(WS-KDX) = WS-PAIR-A)) THEN
                   MOVE WS-KDX TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0 AND WS-LINK-COUNT < 3000 THEN
               ADD 1 TO WS-LINK-COUNT
               MOVE WS-PAIR-A TO WS-LK-USER-A(WS-LINK-COUNT)
               MOVE WS-PAIR-B TO WS-LK-USER-B(WS-LINK-COUNT)
               MOVE WS-PAIR-REASON TO WS-LK-REASON(WS-LINK-COUNT)
           END-IF.

      *>    EACH LINK PUTS ITS TWO ACCOUNTS IN ONE CLUSTER; WHERE THEY
      *>    WERE IN TWO ALREADY, THE SECOND IS FOLDED INTO THE FIRST.
       BUILD-CLUSTERS.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = WS-LINK-COUNT
               ADD 1 TO WS-IDX
               MOVE WS-LK-USER-A(WS-IDX) TO WS-LOOKUP-USER
               PERFORM FIND-OR-ADD-MEMBER
               MOVE WS-FOUND TO WS-SLOT-A
               MOVE WS-LK-USER-B(WS-IDX) TO WS-LOOKUP-USER
               PERFORM FIND-OR-ADD-MEMBER
               MOVE WS-FOUND TO WS-SLOT-B
               IF WS-SLOT-A > 0 AND WS-SLOT-B > 0 THEN
                   MOVE WS-MB-CLUSTER(WS-SLOT-A) TO WS-NEW-CLUSTER
                   MOVE WS-MB-CLUSTER(WS-SLOT-B) TO WS-OLD-CLUSTER
                   IF WS-NEW-CLUSTER NOT = WS-OLD-CLUSTER THEN
                       PERFORM FOLD-CLUSTER
                   END-IF
               END-IF
           END-PERFORM.

       FOLD-CLUSTER.
           MOVE 0 TO WS-KDX.
           PERFORM UNTIL WS-KDX = WS-MEMBER-COUNT
               ADD 1 TO WS-KDX
               IF WS-MB-CLUSTER(WS-KDX) = WS-OLD-CLUSTER THEN
                   MOVE WS-NEW-CLUSTER TO WS-MB-CLUSTER(WS-KDX)
               END-IF
           END-PERFORM.

       FIND-OR-ADD-MEMBER.
           PERFORM FIND-MEMBER.
           IF WS-FOUND = 0 AND WS-MEMBER-COUNT < 3000 THEN
               ADD 1 TO WS-MEMBER-COUNT
               MOVE WS-MEMBER-COUNT TO WS-FOUND
               MOVE WS-LOOKUP-USER TO WS-MB-USER(WS-FOUND)
               MOVE WS-FOUND TO WS-MB-CLUSTER(WS-FOUND)
               MOVE 0 TO WS-MB-DEALINGS(WS-FOUND)
           END-IF.

       FIND-MEMBER.
           MOVE 0 TO WS-FOUND.
           MOVE 0 TO WS-KDX.
           PERFORM UNTIL WS-KDX = WS-MEMBER-COUNT OR WS-FOUND > 0
               ADD 1 TO WS-KDX
               IF WS-MB-USER(WS-KDX) = WS-LOOKUP-USER THEN
                   MOVE WS-KDX TO WS-FOUND
               END-IF
           END-PERFORM.

      ******************************************************************
      *-------------------DEALINGS INSIDE A CLUSTER--------------------*
      ******************************************************************
       FIND-REFERRALS.
           MOVE "R" TO WS-PAIR-KIND.
           MOVE 0 TO WS-PAIR-CREDITS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REFERRALS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REFERRALS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RF-NEW-MEMBER TO WS-PAIR-A
                       MOVE RF-REFERRER TO WS-PAIR-B
                       PERFORM CHECK-DEALING
               END-READ
           END-PERFORM.
           CLOSE F-REFERRALS-FILE.

       SCAN-ARCHIVE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ARC-TRANS-ID TO WS-SCAN-TRANS-ID
                       MOVE ARC-ENTRY-TYPE TO WS-SCAN-TYPE
                       MOVE ARC-USERNAME TO WS-SCAN-USER
                       MOVE ARC-CREDITS-GRANTED TO WS-SCAN-CREDITS
                       PERFORM CHECK-GIFT-ROW
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
                       MOVE TRANS-ID TO WS-SCAN-TRANS-ID
                       MOVE ENTRY-TYPE TO WS-SCAN-TYPE
                       MOVE TL-USERNAME TO WS-SCAN-USER
                       MOVE CREDITS-GRANTED TO WS-SCAN-CREDITS
                       PERFORM CHECK-GIFT-ROW
               END-READ
           END-PERFORM.
           CLOSE F-TRANSACTION-LOG-FILE.

       CHECK-GIFT-ROW.
           IF WS-SCAN-TYPE = "F" AND WS-PREV-TYPE = "G" AND
              WS-SCAN-TRANS-ID = WS-PREV-TRANS-ID + 1 AND
              WS-SCAN-CREDITS = WS-PREV-CREDITS THEN
               MOVE "G" TO WS-PAIR-KIND
               MOVE WS-PREV-USER TO WS-PAIR-A
               MOVE WS-SCAN-USER TO WS-PAIR-B
               MOVE WS-SCAN-CREDITS TO WS-PAIR-CREDITS
               PERFORM CHECK-DEALING
           END-IF.
           MOVE WS-SCAN-TRANS-ID TO WS-PREV-TRANS-ID.
           MOVE WS-SCAN-TYPE TO WS-PREV-TYPE.
           MOVE WS-SCAN-USER TO WS-PREV-USER.
           MOVE WS-SCAN-CREDITS TO WS-PREV-CREDITS.

       COLLECT-AUCTIONS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-AUCTIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUCTIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-AUCTION-COUNT < 9999 THEN
                           ADD 1 TO WS-AUCTION-COUNT
                           MOVE AU-ID TO WS-AT-ID(WS-AUCTION-COUNT)
                           MOVE AU-SELLER TO
                             WS-AT-SELLER(WS-AUCTION-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-AUCTIONS-FILE.

       FIND-BIDS.
           MOVE "B" TO WS-PAIR-KIND.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BIDS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BIDS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM CHECK-ONE-BID
               END-READ
           END-PERFORM.
           CLOSE F-BIDS-FILE.

       CHECK-ONE-BID.
           MOVE SPACES TO WS-SELLER.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = WS-AUCTION-COUNT OR
                         WS-SELLER NOT = SPACES
               ADD 1 TO WS-IDX
               IF WS-AT-ID(WS-IDX) = AB-AUCTION-ID THEN
                   MOVE WS-AT-SELLER(WS-IDX) TO WS-SELLER
               END-IF
           END-PERFORM.
           IF WS-SELLER NOT = SPACES THEN
               MOVE AB-BIDDER TO WS-PAIR-A
               MOVE WS-SELLER TO WS-PAIR-B
               MOVE AB-AMOUNT TO WS-PAIR-CREDITS
               PERFORM CHECK-DEALING
           END-IF.

      *>    A DEALING COUNTS ONLY BETWEEN TWO DIFFERENT ACCOUNTS OF
      *>    THE SAME CLUSTER. REPEATS OF ONE PAIR AND KIND ARE TALLIED
      *>    ON ONE ROW.
       CHECK-DEALING.
           IF WS-PAIR-A = WS-PAIR-B THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAIR-A TO WS-LOOKUP-USER.
           PERFORM FIND-MEMBER.
           MOVE WS-FOUND TO WS-SLOT-A.
           MOVE WS-PAIR-B TO WS-LOOKUP-USER.
           PERFORM FIND-MEMBER.
           MOVE WS-FOUND TO WS-SLOT-B.
           IF WS-SLOT-A = 0 OR WS-SLOT-B = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-MB-CLUSTER(WS-SLOT-A) NOT = WS-MB-CLUSTER(WS-SLOT-B)
             THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-FOUND.
           MOVE 0 TO WS-KDX.
           PERFORM UNTIL WS-KDX = WS-DEAL-COUNT OR WS-FOUND > 0
               ADD 1 TO WS-KDX
               IF WS-DL-FROM(WS-KDX) = WS-PAIR-A AND
                  WS-DL-TO(WS-KDX) = WS-PAIR-B AND
                  WS-DL-KIND(WS-KDX) = WS-PAIR-KIND THEN
                   MOVE WS-KDX TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0 THEN
               IF WS-DEAL-COUNT = 2000 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEAL-COUNT
               MOVE WS-DEAL-COUNT TO WS-FOUND
               MOVE WS-PAIR-A TO WS-DL-FROM(WS-FOUND)
               MOVE WS-PAIR-B TO WS-DL-TO(WS-FOUND)
               MOVE WS-PAIR-KIND TO WS-DL-KIND(WS-FOUND)
               MOVE 0 TO WS-DL-TIMES(WS-FOUND)
               MOVE 0 TO WS-DL-CREDITS(WS-FOUND)
           END-IF.
           ADD 1 TO WS-DL-TIMES(WS-FOUND).
           ADD WS-PAIR-CREDITS TO WS-DL-CREDITS(WS-FOUND).
           MOVE WS-MB-CLUSTER(WS-SLOT-A) TO WS-KDX.
           ADD 1 TO WS-MB-DEALINGS(WS-KDX).

      ******************************************************************
      *-------------------EXCEPTIONS AND THE REPORT--------------------*
      ******************************************************************
      *>    FRAUD-SCREEN HAS ALREADY STARTED TONIGHT'S FILE AFRESH, SO
      *>    THESE ROWS GO ON THE END OF IT.
       WRITE-EXCEPTIONS.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = WS-DEAL-COUNT
               ADD 1 TO WS-IDX
               MOVE WS-DL-FROM(WS-IDX) TO WS-EXC-USER
               MOVE SPACES TO WS-EXC-DETAIL
               EVALUATE WS-DL-KIND(WS-IDX)
                   WHEN "R"
                       STRING "REFERRED BY LINKED " DELIMITED BY SIZE
                           WS-DL-TO(WS-IDX) DELIMITED BY SIZE
                           INTO WS-EXC-DETAIL
                   WHEN "G"
                       STRING "GIFTED TO LINKED " DELIMITED BY SIZE
                           WS-DL-TO(WS-IDX) DELIMITED BY SIZE
                           INTO WS-EXC-DETAIL
                   WHEN OTHER
                       STRING "BID ON LINKED SELLER " DELIMITED BY SIZE
                           WS-DL-TO(WS-IDX) DELIMITED BY SIZE
                           INTO WS-EXC-DETAIL
               END-EVALUATE
               OPEN EXTEND F-EXCEPTIONS-FILE
               MOVE WS-TODAY TO FX-DATE
               MOVE "L" TO FX-TYPE
               MOVE WS-EXC-USER TO FX-USERNAME
               MOVE WS-EXC-DETAIL TO FX-DETAIL
               WRITE FX-ENTRY
               CLOSE F-EXCEPTIONS-FILE
           END-PERFORM.

       PRINT-CLUSTERS.
           PERFORM COUNT-SPOOL.
           OPEN EXTEND F-SPOOL-FILE.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-RULE-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE WS-MEMBER-COUNT TO WS-LINKED-ACCOUNTS.
           MOVE 0 TO WS-CLUSTER-NO.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = WS-MEMBER-COUNT
               ADD 1 TO WS-IDX
               IF WS-MB-CLUSTER(WS-IDX) = WS-IDX THEN
                   IF WS-MB-DEALINGS(WS-IDX) > 0 THEN
                       ADD 1 TO WS-FLAGGED-CLUSTERS
                       PERFORM PRINT-ONE-CLUSTER
                   ELSE
                       ADD 1 TO WS-QUIET-CLUSTERS
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-FLAGGED-CLUSTERS = 0 THEN
               MOVE SPACES TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
               MOVE "  NONE" TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-IF.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "FLAGGED CLUSTERS" TO WS-CN-LABEL.
           MOVE WS-FLAGGED-CLUSTERS TO WS-CN-COUNT.
           MOVE WS-COUNT-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "LINKED CLUSTERS WITH NO DEALINGS" TO WS-CN-LABEL.
           MOVE WS-QUIET-CLUSTERS TO WS-CN-COUNT.
           MOVE WS-COUNT-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "LINKED ACCOUNTS, ALL" TO WS-CN-LABEL.
           MOVE WS-LINKED-ACCOUNTS TO WS-CN-COUNT.
           MOVE WS-COUNT-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

           PERFORM WRITE-INDEX-ROW.

      *>    ONE CLUSTER: ITS SIZE, THE LINKS THAT TIE IT TOGETHER AND
      *>    THE DEALINGS THAT FLAGGED IT.
       PRINT-ONE-CLUSTER.
           ADD 1 TO WS-CLUSTER-NO.
           MOVE 0 TO WS-CLUSTER-SIZE.
           MOVE 0 TO WS-KDX.
           PERFORM UNTIL WS-KDX = WS-MEMBER-COUNT
               ADD 1 TO WS-KDX
               IF WS-MB-CLUSTER(WS-KDX) = WS-IDX THEN
                   ADD 1 TO WS-CLUSTER-SIZE
               END-IF
           END-PERFORM.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-CLUSTER-NO TO WS-CL-NO.
           MOVE WS-CLUSTER-SIZE TO WS-CL-SIZE.
           MOVE WS-CLUSTER-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "  LINKED BY" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-JDX.
           PERFORM UNTIL WS-JDX = WS-LINK-COUNT
               ADD 1 TO WS-JDX
               MOVE WS-LK-USER-A(WS-JDX) TO WS-LOOKUP-USER
               PERFORM FIND-MEMBER
               IF WS-FOUND > 0 THEN
                   IF WS-MB-CLUSTER(WS-FOUND) = WS-IDX THEN
                       PERFORM PRINT-ONE-LINK
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-DEAL-HEAD TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-JDX.
           PERFORM UNTIL WS-JDX = WS-DEAL-COUNT
               ADD 1 TO WS-JDX
               MOVE WS-DL-FROM(WS-JDX) TO WS-LOOKUP-USER
               PERFORM FIND-MEMBER
               IF WS-FOUND > 0 THEN
                   IF WS-MB-CLUSTER(WS-FOUND) = WS-IDX THEN
                       PERFORM PRINT-ONE-DEALING
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-ONE-LINK.
           MOVE WS-LK-USER-A(WS-JDX) TO WS-LL-USER-A.
           MOVE WS-LK-USER-B(WS-JDX) TO WS-LL-USER-B.
           EVALUATE WS-LK-REASON(WS-JDX)
               WHEN "E" MOVE "SAME EMAIL" TO WS-LL-REASON
               WHEN "A" MOVE "SAME ADDRESS" TO WS-LL-REASON
               WHEN "C" MOVE "SAME CARD" TO WS-LL-REASON
               WHEN OTHER MOVE "SAME TERMINAL" TO WS-LL-REASON
           END-EVALUATE.
           MOVE WS-LINK-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       PRINT-ONE-DEALING.
           MOVE WS-DL-FROM(WS-JDX) TO WS-DE-FROM.
           MOVE WS-DL-TO(WS-JDX) TO WS-DE-TO.
           EVALUATE WS-DL-KIND(WS-JDX)
               WHEN "R" MOVE "REFERRAL" TO WS-DE-KIND
               WHEN "G" MOVE "GIFT" TO WS-DE-KIND
               WHEN OTHER MOVE "BID" TO WS-DE-KIND
           END-EVALUATE.
           MOVE WS-DL-TIMES(WS-JDX) TO WS-DE-TIMES.
           MOVE WS-DL-CREDITS(WS-JDX) TO WS-DE-CREDITS.
           MOVE WS-DEAL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-SPOOL-LINE.
           WRITE SP-LINE.
           ADD 1 TO WS-LINES-WRITTEN.

       COUNT-SPOOL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SPOOL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SPOOL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END ADD 1 TO WS-START-LINE
               END-READ
           END-PERFORM.
           CLOSE F-SPOOL-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INDEX-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INDEX-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SPX-ID > WS-NEXT-ID THEN
                           MOVE SPX-ID TO WS-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-INDEX-FILE.
           ADD 1 TO WS-NEXT-ID.

       WRITE-INDEX-ROW.
           OPEN EXTEND F-INDEX-FILE.
           MOVE WS-NEXT-ID TO SPX-ID.
           MOVE WS-TODAY TO SPX-DATE.
           MOVE "LINKED ACCOUNTS" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
