       IDENTIFICATION DIVISION.
       PROGRAM-ID. member-value-report.
      ******************************************************************
      *----STANDALONE REPORT JOB, RUN MONTHLY FROM---------------------*
      *----RUN-REPORT-SCHEDULE, THAT PUTS A LIFETIME VALUE ON EVERY----*
      *----MEMBER FROM THE WHOLE LEDGER (TRANSACTION-LOG-ARCHIVE.DAT---*
      *----THEN TRANSACTION-LOG.DAT): CARD REVENUE NET OF VAT AND OF---*
      *----REFUNDS AND CHARGEBACKS ("P", "N", "5" LESS "R" AND "C"),---*
      *----ADVERTISING SPEND ("S"), MARKETPLACE COMMISSION TAKEN ON----*
      *----THEIR SALES ("4"), THE HOUSE MARGIN ON THEIR PLAY (STAKES---*
      *----AND FEES "W", "T", "Q" LESS PAYOUTS, PRIZES AND JACKPOT-----*
      *----WINS "A", "Z", "8") AND EVENT TICKETS ("D"), LESS THE-------*
      *----PROMOTIONAL CREDITS THEY WERE GIVEN -- REFERRAL REWARDS AND-*
      *----OTHER GRANTS ("E"), VOUCHERS ("V"), LOYALTY TIER BONUSES----*
      *----("6") AND BULK-LOAD STARTER CREDITS ("B"). CREDIT-SIDE------*
      *----FIGURES ARE TAKEN AT FACE VALUE, ONE CREDIT TO THE POUND.---*
      *----MEMBERS ARE GROUPED BY ACQUISITION ROUTE (REFERRALS.DAT,----*
      *----A USED CODE ON INVITATIONS.DAT, A "B" STARTER ROW FROM------*
      *----BULK-MEMBER-LOAD, OTHERWISE ORGANIC), BY VIP HISTORY (VIP---*
      *----NOW, LAPSED PER VIP-LAPSES.DAT OR A PAST EXPIRY, NEVER)-----*
      *----AND BY MONTHLY SIGN-UP COHORT (GET-JOIN-DATE), EACH WITH----*
      *----ITS AVERAGE LIFETIME VALUE AND THE AVERAGE OF ITS TOP TENTH-*
      *----OF MEMBERS. SPOOLED AND INDEXED. WHEN CHECK-CSV-OUTPUT------*
      *----SAYS IT IS WANTED IN CSV, IT ALSO WRITES--------------------*
      *----MEMBER-VALUE-REPORT.CSV AND SPOOLS THAT TOO-----------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME.

           SELECT OPTIONAL F-REFERRALS-FILE ASSIGN TO 'referrals.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INVITES-FILE ASSIGN TO "invitations.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-LAPSE-FILE ASSIGN TO "vip-lapses.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO
             "transaction-log-archive.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CSV-FILE ASSIGN TO
             "member-value-report.csv"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-USERS-FILE.
           01 USERS.
              05 USERNAME PIC X(16).
              05 FILLER PIC X(52).
              05 VIP-EXPIRY PIC 9(8).
              05 FILLER PIC X(17).

           FD F-REFERRALS-FILE.
           01 RF-ENTRY.
              05 RF-NEW-MEMBER PIC X(16).
              05 RF-REFERRER PIC X(16).
              05 RF-DATE PIC 9(8).

           FD F-INVITES-FILE.
           01 IV-ENTRY.
              05 IV-CODE PIC X(12).
              05 IV-ISSUED-BY PIC X(16).
              05 IV-ISSUED-DATE PIC 9(8).
              05 IV-USED-BY PIC X(16).
              05 IV-STATUS PIC X(1).

           FD F-LAPSE-FILE.
           01 VL-ENTRY.
              05 VL-USERNAME PIC X(16).
              05 VL-LAPSE-DATE PIC 9(8).

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

           FD F-SPOOL-FILE.
           01 SP-LINE PIC X(80).

           FD F-INDEX-FILE.
           01 SPX-ENTRY.
              05 SPX-ID PIC 9(4).
              05 SPX-DATE PIC 9(8).
              05 SPX-TITLE PIC X(20).
              05 SPX-START-LINE PIC 9(6).
              05 SPX-LINE-COUNT PIC 9(4).

           FD F-CSV-FILE.
           01 CSV-LINE PIC X(160).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.

      *>    CHARGEBACK ROWS CARRY THE GROSS CARD AMOUNT WITH NO
      *>    NET/VAT SPLIT, SO THE NET IS TAKEN BACK OUT AT THE RATE.
           01 WS-VAT-RATE PIC 9(6) VALUE 20.
           01 WS-VAT-PARAM-KEY PIC X(20) VALUE "VAT-RATE-PCT".
           01 WS-VAT-PARAM-DEFAULT PIC 9(6) VALUE 20.

      *>    NAMES THAT ARRIVED BY REFERRAL OR INVITATION, AND THOSE
      *>    WHOSE VIP HAS LAPSED AT SOME POINT.
           01 WS-REF-COUNT PIC 9(4) VALUE 0.
           01 WS-REFERRED-NAMES.
               05 WS-REF-NAME OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-REF-COUNT PIC X(16).
           01 WS-INV-COUNT PIC 9(4) VALUE 0.
           01 WS-INVITED-NAMES.
               05 WS-INV-NAME OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-INV-COUNT PIC X(16).
           01 WS-LAPSE-COUNT PIC 9(4) VALUE 0.
           01 WS-LAPSED-NAMES.
               05 WS-LAPSE-NAME OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-LAPSE-COUNT PIC X(16).
           01 WS-LIST-IDX PIC 9(4).

      *>    ONE ROW PER MEMBER ON USERS.DAT, IN KEY ORDER. ROUTE IS
      *>    R REFERRAL, I INVITATION, B BULK LOAD, O ORGANIC; VIP IS
      *>    C CURRENT, L LAPSED, N NEVER.
           01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
           01 WS-MEMBERS.
               05 WS-MEMBER-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-MEMBER-COUNT.
                   10 WS-MB-USERNAME PIC X(16).
                   10 WS-MB-JOIN-MONTH PIC X(6).
                   10 WS-MB-ROUTE PIC X(1).
                   10 WS-MB-VIP PIC X(1).
                   10 WS-MB-CARD PIC S9(7)V99.
                   10 WS-MB-ADS PIC S9(7).
                   10 WS-MB-COMMISSION PIC S9(7).
                   10 WS-MB-GAMES PIC S9(7).
                   10 WS-MB-TICKETS PIC S9(7).
                   10 WS-MB-PROMO PIC S9(7).
                   10 WS-MB-LTV PIC S9(9)V99.
           01 WS-MB-IDX PIC 9(4).
           01 WS-MB-HIT PIC 9(4).

           01 WS-JOIN-DATE PIC X(10).
           01 WS-SCAN-USERNAME PIC X(16).

      *>    ONE LEDGER ROW, WHICHEVER FILE IT CAME FROM.
           01 WS-ROW-USER PIC X(16).
           01 WS-ROW-TYPE PIC X(1).
           01 WS-ROW-CHARGE PIC 9(6).
           01 WS-ROW-CREDITS PIC 9(6).
           01 WS-ROW-NET PIC 9(6)V99.
           01 WS-ROW-AMOUNT PIC 9(6).
           01 WS-ROW-CBK-NET PIC 9(6)V99.

      *>    THE REPORT GROUPS: ALL MEMBERS, FOUR ROUTES, THREE VIP
      *>    HISTORIES, THEN ONE PER SIGN-UP MONTH.
           01 WS-GROUP-COUNT PIC 9(3) VALUE 0.
           01 WS-GROUPS.
               05 WS-GROUP-ENTRY OCCURS 120 TIMES.
                   10 WS-GP-KIND PIC X(1).
                   10 WS-GP-CODE PIC X(6).
                   10 WS-GP-LABEL PIC X(14).
                   10 WS-GP-MEMBERS PIC 9(5).
                   10 WS-GP-CARD PIC S9(9)V99.
                   10 WS-GP-ADS PIC S9(9).
                   10 WS-GP-COMMISSION PIC S9(9).
                   10 WS-GP-GAMES PIC S9(9).
                   10 WS-GP-TICKETS PIC S9(9).
                   10 WS-GP-PROMO PIC S9(9).
                   10 WS-GP-LTV PIC S9(11)V99.
                   10 WS-GP-AVG PIC S9(9)V99.
                   10 WS-GP-TOP PIC S9(9)V99.
           01 WS-GP-IDX PIC 9(3).
           01 WS-GP-HIT PIC 9(3).
           01 WS-COHORT-FIRST PIC 9(3) VALUE 9.
           01 WS-IN-GROUP PIC 9.

      *>    ONE GROUP'S LIFETIME VALUES, SORTED HIGHEST FIRST FOR THE
      *>    TOP-TENTH AVERAGE.
           01 WS-SORT-COUNT PIC 9(4) VALUE 0.
           01 WS-SORT-VALUES.
               05 WS-SORT-LTV OCCURS 9999 TIMES PIC S9(9)V99.
           01 WS-SORT-HOLD PIC S9(9)V99.
           01 WS-IDX PIC 9(4).
           01 WS-JDX PIC 9(4).
           01 WS-SLOT-FOUND PIC 9 VALUE 0.
           01 WS-TOP-COUNT PIC 9(4).
           01 WS-TOP-TOTAL PIC S9(11)V99.

           01 WS-SORT-I PIC 9(3).
           01 WS-SORT-J PIC 9(3).
           01 WS-SORT-SWAP PIC X(117).
           01 WS-CREDIT-SIDE PIC S9(9).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(26) VALUE "MEMBER LIFETIME VALUE     ".
              05 WS-HL-DATE PIC 9(8).
           01 WS-COL-LINE.
              05 FILLER PIC X(44) VALUE
                 "GROUP        MEMBERS     CARD NET CREDIT REV".
              05 FILLER PIC X(36) VALUE
                 "    PROMO      AVG LTV  TOP 10% LTV".
           01 WS-DETAIL-LINE.
              05 WS-DL-LABEL PIC X(14).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-MEMBERS PIC ZZZZ9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-CARD PIC -(8)9.99.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-CREDIT PIC -(9)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-PROMO PIC Z(7)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-AVG PIC -(8)9.99.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-TOP PIC -(8)9.99.
           01 WS-TOTAL-LINE.
              05 WS-TL-LABEL PIC X(30).
              05 WS-TL-AMOUNT PIC -(11)9.99.

      *>    THE COMMA-SEPARATED COPY OF THE PAGE, WRITTEN WHEN
      *>    CHECK-CSV-OUTPUT SAYS IT IS WANTED.
           01 WS-CSV-ACTION PIC X(1) VALUE "Q".
           01 WS-CSV-REPORT PIC X(28) VALUE
             "member-value-report".
           01 WS-CSV-WANTED PIC 9.
           01 WS-CSV-NAME PIC X(30) VALUE
             "member-value-report.csv".
           01 WS-CSV-TITLE PIC X(20) VALUE "MEMBER VALUE CSV".
           01 WS-CSV-POINTER PIC 9(3).
           01 WS-CSV-TEXT PIC X(30).
           01 WS-CSV-NUMBER PIC -(11)9.
           01 WS-CSV-MONEY PIC -(11)9.99.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-REF-COUNT.
           MOVE 0 TO WS-INV-COUNT.
           MOVE 0 TO WS-LAPSE-COUNT.
           MOVE 0 TO WS-MEMBER-COUNT.
           MOVE 0 TO WS-GROUP-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL "get-parameter" USING WS-VAT-PARAM-KEY,
             WS-VAT-PARAM-DEFAULT, WS-VAT-RATE.

           PERFORM LOAD-REFERRED-NAMES.
           PERFORM LOAD-INVITED-NAMES.
           PERFORM LOAD-LAPSED-NAMES.
           PERFORM LOAD-MEMBERS.
           PERFORM SCAN-ARCHIVE-LOG.
           PERFORM SCAN-LIVE-LOG.
           PERFORM SET-LIFETIME-VALUES.
           PERFORM BUILD-GROUPS.
           PERFORM SORT-COHORTS.
           MOVE 0 TO WS-GP-IDX.
           PERFORM UNTIL WS-GP-IDX = WS-GROUP-COUNT
               ADD 1 TO WS-GP-IDX
               PERFORM FOLD-ONE-GROUP
           END-PERFORM.
           PERFORM COUNT-SPOOL.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-INDEX-ROW.

           CALL "check-csv-output" USING WS-CSV-ACTION, WS-CSV-REPORT,
             WS-CSV-WANTED.
           IF WS-CSV-WANTED = 1 THEN
               PERFORM WRITE-CSV-FILE
           END-IF.

           GOBACK.

       LOAD-REFERRED-NAMES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REFERRALS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REFERRALS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-REF-COUNT < 9999 THEN
                           ADD 1 TO WS-REF-COUNT
                           MOVE RF-NEW-MEMBER TO
                             WS-REF-NAME(WS-REF-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-REFERRALS-FILE.

      *>    ONLY A CODE THAT WAS ACTUALLY REDEEMED NAMES ITS MEMBER.
       LOAD-INVITED-NAMES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INVITES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INVITES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF IV-USED-BY NOT = SPACES AND
                          WS-INV-COUNT < 9999 THEN
                           ADD 1 TO WS-INV-COUNT
                           MOVE IV-USED-BY TO
                             WS-INV-NAME(WS-INV-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-INVITES-FILE.

       LOAD-LAPSED-NAMES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LAPSE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LAPSE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-LAPSE-COUNT < 9999 THEN
                           ADD 1 TO WS-LAPSE-COUNT
                           MOVE VL-USERNAME TO
                             WS-LAPSE-NAME(WS-LAPSE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LAPSE-FILE.

       LOAD-MEMBERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-USERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-USERS-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM LOAD-ONE-MEMBER
               END-READ
           END-PERFORM.
           CLOSE F-USERS-FILE.

      *>    A MEMBER WITH NO SIGN-IN ON RECORD HAS NO JOIN DATE AND
      *>    FALLS IN THE "NO SIGN-IN" COHORT.
       LOAD-ONE-MEMBER.
           IF WS-MEMBER-COUNT = 9999 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE USERNAME TO WS-SCAN-USERNAME.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE WS-SCAN-USERNAME TO WS-MB-USERNAME(WS-MEMBER-COUNT).
           MOVE 0 TO WS-MB-CARD(WS-MEMBER-COUNT).
           MOVE 0 TO WS-MB-ADS(WS-MEMBER-COUNT).
           MOVE 0 TO WS-MB-COMMISSION(WS-MEMBER-COUNT).
           MOVE 0 TO WS-MB-GAMES(WS-MEMBER-COUNT).
           MOVE 0 TO WS-MB-TICKETS(WS-MEMBER-COUNT).
           MOVE 0 TO WS-MB-PROMO(WS-MEMBER-COUNT).
           MOVE 0 TO WS-MB-LTV(WS-MEMBER-COUNT).

           CALL "get-join-date" USING WS-SCAN-USERNAME, WS-JOIN-DATE.
           IF WS-JOIN-DATE = SPACES THEN
               MOVE "000000" TO WS-MB-JOIN-MONTH(WS-MEMBER-COUNT)
           ELSE
      *>        JOIN DATES COME BACK AS DD-MM-YYYY.
               MOVE WS-JOIN-DATE(7:4) TO
                 WS-MB-JOIN-MONTH(WS-MEMBER-COUNT)(1:4)
               MOVE WS-JOIN-DATE(4:2) TO
                 WS-MB-JOIN-MONTH(WS-MEMBER-COUNT)(5:2)
           END-IF.

      *>    A REFERRAL OUTRANKS AN INVITATION; BULK LOADS ARE PICKED
      *>    OUT OF THE LEDGER LATER FROM AMONG THE ORGANIC ONES.
           MOVE "O" TO WS-MB-ROUTE(WS-MEMBER-COUNT).
           MOVE 0 TO WS-LIST-IDX.
           PERFORM UNTIL WS-LIST-IDX >= WS-INV-COUNT
               ADD 1 TO WS-LIST-IDX
               IF WS-INV-NAME(WS-LIST-IDX) = WS-SCAN-USERNAME THEN
                   MOVE "I" TO WS-MB-ROUTE(WS-MEMBER-COUNT)
                   MOVE WS-INV-COUNT TO WS-LIST-IDX
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-LIST-IDX.
           PERFORM UNTIL WS-LIST-IDX >= WS-REF-COUNT
               ADD 1 TO WS-LIST-IDX
               IF WS-REF-NAME(WS-LIST-IDX) = WS-SCAN-USERNAME THEN
                   MOVE "R" TO WS-MB-ROUTE(WS-MEMBER-COUNT)
                   MOVE WS-REF-COUNT TO WS-LIST-IDX
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-MB-VIP(WS-MEMBER-COUNT).
           IF VIP-EXPIRY IS NUMERIC THEN
               IF VIP-EXPIRY >= WS-TODAY THEN
                   MOVE "C" TO WS-MB-VIP(WS-MEMBER-COUNT)
                   EXIT PARAGRAPH
               END-IF
               IF VIP-EXPIRY > 0 THEN
                   MOVE "L" TO WS-MB-VIP(WS-MEMBER-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 0 TO WS-LIST-IDX.
           PERFORM UNTIL WS-LIST-IDX >= WS-LAPSE-COUNT
               ADD 1 TO WS-LIST-IDX
               IF WS-LAPSE-NAME(WS-LIST-IDX) = WS-SCAN-USERNAME THEN
                   MOVE "L" TO WS-MB-VIP(WS-MEMBER-COUNT)
                   MOVE WS-LAPSE-COUNT TO WS-LIST-IDX
               END-IF
           END-PERFORM.

       SCAN-ARCHIVE-LOG.
      *>    END-OF-DAY-BATCH.CBL ROLLS TRANSACTION-LOG.DAT INTO HERE
      *>    AND EMPTIES IT EVERY NIGHT, SO A LIFETIME TOTAL IS MOSTLY
      *>    ARCHIVE ROWS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ARC-USERNAME TO WS-ROW-USER
                       MOVE ARC-ENTRY-TYPE TO WS-ROW-TYPE
                       MOVE ARC-CHARGE TO WS-ROW-CHARGE
                       MOVE ARC-CREDITS-GRANTED TO WS-ROW-CREDITS
                       MOVE 0 TO WS-ROW-NET
                       IF ARC-TRANS-NET IS NUMERIC THEN
                           MOVE ARC-TRANS-NET TO WS-ROW-NET
                       END-IF
                       PERFORM TALLY-ONE-ROW
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
                       MOVE USERNAME-T TO WS-ROW-USER
                       MOVE ENTRY-TYPE TO WS-ROW-TYPE
                       MOVE CHARGE TO WS-ROW-CHARGE
                       MOVE CREDITS-GRANTED TO WS-ROW-CREDITS
                       MOVE 0 TO WS-ROW-NET
                       IF TRANS-NET IS NUMERIC THEN
                           MOVE TRANS-NET TO WS-ROW-NET
                       END-IF
                       PERFORM TALLY-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-TRANSACTION-LOG-FILE.

      *>    ROWS FOR A NAME NO LONGER ON USERS.DAT ARE LEFT OUT.
       TALLY-ONE-ROW.
           IF WS-ROW-TYPE NOT = "P" AND WS-ROW-TYPE NOT = "N" AND
              WS-ROW-TYPE NOT = "5" AND WS-ROW-TYPE NOT = "R" AND
              WS-ROW-TYPE NOT = "C" AND WS-ROW-TYPE NOT = "S" AND
              WS-ROW-TYPE NOT = "4" AND WS-ROW-TYPE NOT = "W" AND
              WS-ROW-TYPE NOT = "T" AND WS-ROW-TYPE NOT = "Q" AND
              WS-ROW-TYPE NOT = "A" AND WS-ROW-TYPE NOT = "Z" AND
              WS-ROW-TYPE NOT = "8" AND WS-ROW-TYPE NOT = "D" AND
              WS-ROW-TYPE NOT = "E" AND WS-ROW-TYPE NOT = "V" AND
              WS-ROW-TYPE NOT = "6" AND WS-ROW-TYPE NOT = "B" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-CHARGE IS NOT NUMERIC THEN
               MOVE 0 TO WS-ROW-CHARGE
           END-IF.
           IF WS-ROW-CREDITS IS NOT NUMERIC THEN
               MOVE 0 TO WS-ROW-CREDITS
           END-IF.

           MOVE 0 TO WS-MB-HIT.
           MOVE 0 TO WS-MB-IDX.
           PERFORM UNTIL WS-MB-IDX >= WS-MEMBER-COUNT
                      OR WS-MB-HIT > 0
               ADD 1 TO WS-MB-IDX
               IF WS-MB-USERNAME(WS-MB-IDX) = WS-ROW-USER THEN
                   MOVE WS-MB-IDX TO WS-MB-HIT
               END-IF
           END-PERFORM.
           IF WS-MB-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

      *>    CREDIT-SIDE ROWS CARRY THEIR AMOUNT IN CREDITS-GRANTED,
      *>    EXCEPT THE ONES (FEES, SPONSORSHIP) THAT USE CHARGE.
           MOVE WS-ROW-CREDITS TO WS-ROW-AMOUNT.
           IF WS-ROW-AMOUNT = 0 THEN
               MOVE WS-ROW-CHARGE TO WS-ROW-AMOUNT
           END-IF.

           EVALUATE WS-ROW-TYPE
               WHEN "P"
               WHEN "N"
               WHEN "5"
                   ADD WS-ROW-NET TO WS-MB-CARD(WS-MB-HIT)
               WHEN "R"
                   SUBTRACT WS-ROW-NET FROM WS-MB-CARD(WS-MB-HIT)
               WHEN "C"
                   COMPUTE WS-ROW-CBK-NET ROUNDED =
                     WS-ROW-CHARGE * 100 / (100 + WS-VAT-RATE)
                   SUBTRACT WS-ROW-CBK-NET FROM WS-MB-CARD(WS-MB-HIT)
               WHEN "S"
                   ADD WS-ROW-CHARGE TO WS-MB-ADS(WS-MB-HIT)
               WHEN "4"
                   ADD WS-ROW-AMOUNT TO WS-MB-COMMISSION(WS-MB-HIT)
               WHEN "W"
               WHEN "T"
               WHEN "Q"
                   ADD WS-ROW-AMOUNT TO WS-MB-GAMES(WS-MB-HIT)
               WHEN "A"
               WHEN "Z"
               WHEN "8"
                   SUBTRACT WS-ROW-AMOUNT FROM WS-MB-GAMES(WS-MB-HIT)
               WHEN "D"
                   ADD WS-ROW-AMOUNT TO WS-MB-TICKETS(WS-MB-HIT)
               WHEN "B"
                   ADD WS-ROW-CREDITS TO WS-MB-PROMO(WS-MB-HIT)
                   IF WS-MB-ROUTE(WS-MB-HIT) = "O" THEN
                       MOVE "B" TO WS-MB-ROUTE(WS-MB-HIT)
                   END-IF
               WHEN OTHER
                   ADD WS-ROW-CREDITS TO WS-MB-PROMO(WS-MB-HIT)
           END-EVALUATE.

       SET-LIFETIME-VALUES.
           MOVE 0 TO WS-MB-IDX.
           PERFORM UNTIL WS-MB-IDX >= WS-MEMBER-COUNT
               ADD 1 TO WS-MB-IDX
               COMPUTE WS-MB-LTV(WS-MB-IDX) =
                 WS-MB-CARD(WS-MB-IDX) + WS-MB-ADS(WS-MB-IDX) +
                 WS-MB-COMMISSION(WS-MB-IDX) +
                 WS-MB-GAMES(WS-MB-IDX) + WS-MB-TICKETS(WS-MB-IDX) -
                 WS-MB-PROMO(WS-MB-IDX)
           END-PERFORM.

      *>    THE EIGHT FIXED GROUPS COME FIRST (WS-COHORT-FIRST MARKS
      *>    WHERE THE COHORTS START), THEN ONE PER SIGN-UP MONTH.
       BUILD-GROUPS.
           MOVE "A" TO WS-GP-KIND(1).
           MOVE SPACES TO WS-GP-CODE(1).
           MOVE "ALL MEMBERS" TO WS-GP-LABEL(1).
           MOVE "R" TO WS-GP-KIND(2).
           MOVE "R" TO WS-GP-CODE(2).
           MOVE "REFERRAL" TO WS-GP-LABEL(2).
           MOVE "R" TO WS-GP-KIND(3).
           MOVE "I" TO WS-GP-CODE(3).
           MOVE "INVITATION" TO WS-GP-LABEL(3).
           MOVE "R" TO WS-GP-KIND(4).
           MOVE "B" TO WS-GP-CODE(4).
           MOVE "BULK LOAD" TO WS-GP-LABEL(4).
           MOVE "R" TO WS-GP-KIND(5).
           MOVE "O" TO WS-GP-CODE(5).
           MOVE "ORGANIC" TO WS-GP-LABEL(5).
           MOVE "V" TO WS-GP-KIND(6).
           MOVE "C" TO WS-GP-CODE(6).
           MOVE "VIP NOW" TO WS-GP-LABEL(6).
           MOVE "V" TO WS-GP-KIND(7).
           MOVE "L" TO WS-GP-CODE(7).
           MOVE "VIP LAPSED" TO WS-GP-LABEL(7).
           MOVE "V" TO WS-GP-KIND(8).
           MOVE "N" TO WS-GP-CODE(8).
           MOVE "NEVER VIP" TO WS-GP-LABEL(8).
           MOVE 8 TO WS-GROUP-COUNT.

           MOVE 0 TO WS-MB-IDX.
           PERFORM UNTIL WS-MB-IDX >= WS-MEMBER-COUNT
               ADD 1 TO WS-MB-IDX
               PERFORM FIND-COHORT-GROUP
           END-PERFORM.

       FIND-COHORT-GROUP.
           MOVE 0 TO WS-GP-HIT.
           MOVE WS-COHORT-FIRST TO WS-GP-IDX.
           PERFORM UNTIL WS-GP-IDX > WS-GROUP-COUNT
                      OR WS-GP-HIT > 0
               IF WS-GP-CODE(WS-GP-IDX) =
                  WS-MB-JOIN-MONTH(WS-MB-IDX) THEN
                   MOVE WS-GP-IDX TO WS-GP-HIT
               END-IF
               ADD 1 TO WS-GP-IDX
           END-PERFORM.
           IF WS-GP-HIT = 0 AND WS-GROUP-COUNT < 120 THEN
               ADD 1 TO WS-GROUP-COUNT
               MOVE "C" TO WS-GP-KIND(WS-GROUP-COUNT)
               MOVE WS-MB-JOIN-MONTH(WS-MB-IDX) TO
                 WS-GP-CODE(WS-GROUP-COUNT)
               IF WS-MB-JOIN-MONTH(WS-MB-IDX) = "000000" THEN
                   MOVE "NO SIGN-IN" TO WS-GP-LABEL(WS-GROUP-COUNT)
               ELSE
                   MOVE SPACES TO WS-GP-LABEL(WS-GROUP-COUNT)
                   STRING WS-MB-JOIN-MONTH(WS-MB-IDX)(1:4) "-"
                     WS-MB-JOIN-MONTH(WS-MB-IDX)(5:2)
                     DELIMITED BY SIZE
                     INTO WS-GP-LABEL(WS-GROUP-COUNT)
               END-IF
           END-IF.

      *>    COHORTS IN MONTH ORDER, THE "NO SIGN-IN" ONE FIRST.
       SORT-COHORTS.
           MOVE WS-COHORT-FIRST TO WS-SORT-I.
           SUBTRACT 1 FROM WS-SORT-I.
           PERFORM UNTIL WS-SORT-I >= WS-GROUP-COUNT
               ADD 1 TO WS-SORT-I
               MOVE WS-SORT-I TO WS-SORT-J
               PERFORM UNTIL WS-SORT-J >= WS-GROUP-COUNT
                   ADD 1 TO WS-SORT-J
                   IF WS-GP-CODE(WS-SORT-J) <
                      WS-GP-CODE(WS-SORT-I) THEN
                       MOVE WS-GROUP-ENTRY(WS-SORT-I) TO
                         WS-SORT-SWAP
                       MOVE WS-GROUP-ENTRY(WS-SORT-J) TO
                         WS-GROUP-ENTRY(WS-SORT-I)
                       MOVE WS-SORT-SWAP TO
                         WS-GROUP-ENTRY(WS-SORT-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       FOLD-ONE-GROUP.
           MOVE 0 TO WS-GP-MEMBERS(WS-GP-IDX).
           MOVE 0 TO WS-GP-CARD(WS-GP-IDX).
           MOVE 0 TO WS-GP-ADS(WS-GP-IDX).
           MOVE 0 TO WS-GP-COMMISSION(WS-GP-IDX).
           MOVE 0 TO WS-GP-GAMES(WS-GP-IDX).
           MOVE 0 TO WS-GP-TICKETS(WS-GP-IDX).
           MOVE 0 TO WS-GP-PROMO(WS-GP-IDX).
           MOVE 0 TO WS-GP-LTV(WS-GP-IDX).
           MOVE 0 TO WS-GP-AVG(WS-GP-IDX).
           MOVE 0 TO WS-GP-TOP(WS-GP-IDX).
           MOVE 0 TO WS-SORT-COUNT.

           MOVE 0 TO WS-MB-IDX.
           PERFORM UNTIL WS-MB-IDX >= WS-MEMBER-COUNT
               ADD 1 TO WS-MB-IDX
               PERFORM CHECK-IN-GROUP
               IF WS-IN-GROUP = 1 THEN
                   ADD 1 TO WS-GP-MEMBERS(WS-GP-IDX)
                   ADD WS-MB-CARD(WS-MB-IDX) TO WS-GP-CARD(WS-GP-IDX)
                   ADD WS-MB-ADS(WS-MB-IDX) TO WS-GP-ADS(WS-GP-IDX)
                   ADD WS-MB-COMMISSION(WS-MB-IDX) TO
                     WS-GP-COMMISSION(WS-GP-IDX)
                   ADD WS-MB-GAMES(WS-MB-IDX) TO
                     WS-GP-GAMES(WS-GP-IDX)
                   ADD WS-MB-TICKETS(WS-MB-IDX) TO
                     WS-GP-TICKETS(WS-GP-IDX)
                   ADD WS-MB-PROMO(WS-MB-IDX) TO
                     WS-GP-PROMO(WS-GP-IDX)
                   ADD WS-MB-LTV(WS-MB-IDX) TO WS-GP-LTV(WS-GP-IDX)
                   ADD 1 TO WS-SORT-COUNT
                   MOVE WS-MB-LTV(WS-MB-IDX) TO
                     WS-SORT-LTV(WS-SORT-COUNT)
               END-IF
           END-PERFORM.
           IF WS-SORT-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-GP-AVG(WS-GP-IDX) ROUNDED =
             WS-GP-LTV(WS-GP-IDX) / WS-SORT-COUNT.
           PERFORM FIND-TOP-DECILE.

       CHECK-IN-GROUP.
           MOVE 0 TO WS-IN-GROUP.
           EVALUATE WS-GP-KIND(WS-GP-IDX)
               WHEN "A"
                   MOVE 1 TO WS-IN-GROUP
               WHEN "R"
                   IF WS-MB-ROUTE(WS-MB-IDX) =
                      WS-GP-CODE(WS-GP-IDX)(1:1) THEN
                       MOVE 1 TO WS-IN-GROUP
                   END-IF
               WHEN "V"
                   IF WS-MB-VIP(WS-MB-IDX) =
                      WS-GP-CODE(WS-GP-IDX)(1:1) THEN
                       MOVE 1 TO WS-IN-GROUP
                   END-IF
               WHEN "C"
                   IF WS-MB-JOIN-MONTH(WS-MB-IDX) =
                      WS-GP-CODE(WS-GP-IDX) THEN
                       MOVE 1 TO WS-IN-GROUP
                   END-IF
           END-EVALUATE.

      *>    THE GROUP'S VALUES HIGHEST FIRST; THE TOP TENTH IS ONE
      *>    MEMBER IN TEN ROUNDED UP, SO A SMALL GROUP STILL SHOWS
      *>    ITS BEST MEMBER.
       FIND-TOP-DECILE.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX >= WS-SORT-COUNT
               ADD 1 TO WS-IDX
               MOVE WS-SORT-LTV(WS-IDX) TO WS-SORT-HOLD
               MOVE WS-IDX TO WS-JDX
               MOVE 0 TO WS-SLOT-FOUND
               PERFORM UNTIL WS-JDX = 1 OR WS-SLOT-FOUND = 1
                   IF WS-SORT-LTV(WS-JDX - 1) >= WS-SORT-HOLD THEN
                       MOVE 1 TO WS-SLOT-FOUND
                   ELSE
                       MOVE WS-SORT-LTV(WS-JDX - 1) TO
                         WS-SORT-LTV(WS-JDX)
                       SUBTRACT 1 FROM WS-JDX
                   END-IF
               END-PERFORM
               MOVE WS-SORT-HOLD TO WS-SORT-LTV(WS-JDX)
           END-PERFORM.

           COMPUTE WS-TOP-COUNT = (WS-SORT-COUNT + 9) / 10.
           MOVE 0 TO WS-TOP-TOTAL.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX >= WS-TOP-COUNT
               ADD 1 TO WS-IDX
               ADD WS-SORT-LTV(WS-IDX) TO WS-TOP-TOTAL
           END-PERFORM.
           COMPUTE WS-GP-TOP(WS-GP-IDX) ROUNDED =
             WS-TOP-TOTAL / WS-TOP-COUNT.

       WRITE-REPORT.
           OPEN EXTEND F-SPOOL-FILE.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE 1 TO WS-GP-IDX.
           PERFORM WRITE-GROUP-LINE.

           MOVE "BY ACQUISITION ROUTE" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 1 TO WS-GP-IDX.
           PERFORM UNTIL WS-GP-IDX >= 5
               ADD 1 TO WS-GP-IDX
               PERFORM WRITE-GROUP-LINE
           END-PERFORM.

           MOVE "BY VIP HISTORY" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           PERFORM UNTIL WS-GP-IDX >= 8
               ADD 1 TO WS-GP-IDX
               PERFORM WRITE-GROUP-LINE
           END-PERFORM.

           MOVE "BY SIGN-UP COHORT" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           PERFORM UNTIL WS-GP-IDX >= WS-GROUP-COUNT
               ADD 1 TO WS-GP-IDX
               PERFORM WRITE-GROUP-LINE
           END-PERFORM.

      *>    WHERE THE ALL-MEMBERS VALUE CAME FROM.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "CARD REVENUE NET OF VAT" TO WS-TL-LABEL.
           MOVE WS-GP-CARD(1) TO WS-TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ADVERTISING SPEND" TO WS-TL-LABEL.
           MOVE WS-GP-ADS(1) TO WS-TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "MARKETPLACE COMMISSION" TO WS-TL-LABEL.
           MOVE WS-GP-COMMISSION(1) TO WS-TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "WAGER AND GAME MARGIN" TO WS-TL-LABEL.
           MOVE WS-GP-GAMES(1) TO WS-TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "EVENT TICKETS" TO WS-TL-LABEL.
           MOVE WS-GP-TICKETS(1) TO WS-TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "LESS PROMOTIONAL CREDITS" TO WS-TL-LABEL.
           COMPUTE WS-TL-AMOUNT = 0 - WS-GP-PROMO(1).
           PERFORM WRITE-TOTAL-LINE.
           MOVE "LIFETIME VALUE" TO WS-TL-LABEL.
           MOVE WS-GP-LTV(1) TO WS-TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE "CREDIT-SIDE FIGURES AT FACE VALUE, ONE CREDIT = 1.00"
             TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

       WRITE-GROUP-LINE.
           MOVE WS-GP-LABEL(WS-GP-IDX) TO WS-DL-LABEL.
           MOVE WS-GP-MEMBERS(WS-GP-IDX) TO WS-DL-MEMBERS.
           MOVE WS-GP-CARD(WS-GP-IDX) TO WS-DL-CARD.
           COMPUTE WS-CREDIT-SIDE = WS-GP-ADS(WS-GP-IDX) +
             WS-GP-COMMISSION(WS-GP-IDX) + WS-GP-GAMES(WS-GP-IDX) +
             WS-GP-TICKETS(WS-GP-IDX).
           MOVE WS-CREDIT-SIDE TO WS-DL-CREDIT.
           MOVE WS-GP-PROMO(WS-GP-IDX) TO WS-DL-PROMO.
           MOVE WS-GP-AVG(WS-GP-IDX) TO WS-DL-AVG.
           MOVE WS-GP-TOP(WS-GP-IDX) TO WS-DL-TOP.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO SP-LINE.
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
           MOVE "MEMBER VALUE" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.

       WRITE-CSV-FILE.
           OPEN OUTPUT F-CSV-FILE.
           MOVE SPACES TO CSV-LINE.
           STRING "GROUP_TYPE,GROUP,MEMBERS,CARD_NET,ADVERTISING,"
             "COMMISSION,GAME_MARGIN,EVENT_TICKETS,PROMO,LTV,"
             "AVG_LTV,TOP_DECILE_LTV" DELIMITED BY SIZE
             INTO CSV-LINE.
           WRITE CSV-LINE.

           MOVE 0 TO WS-GP-IDX.
           PERFORM UNTIL WS-GP-IDX >= WS-GROUP-COUNT
               ADD 1 TO WS-GP-IDX
               PERFORM START-CSV-ROW
               EVALUATE WS-GP-KIND(WS-GP-IDX)
                   WHEN "A" MOVE "ALL" TO WS-CSV-TEXT
                   WHEN "R" MOVE "ROUTE" TO WS-CSV-TEXT
                   WHEN "V" MOVE "VIP" TO WS-CSV-TEXT
                   WHEN "C" MOVE "COHORT" TO WS-CSV-TEXT
               END-EVALUATE
               PERFORM ADD-CSV-TEXT
               MOVE WS-GP-LABEL(WS-GP-IDX) TO WS-CSV-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-GP-MEMBERS(WS-GP-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-GP-CARD(WS-GP-IDX) TO WS-CSV-MONEY
               PERFORM ADD-CSV-MONEY
               MOVE WS-GP-ADS(WS-GP-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-GP-COMMISSION(WS-GP-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-GP-GAMES(WS-GP-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-GP-TICKETS(WS-GP-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-GP-PROMO(WS-GP-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-GP-LTV(WS-GP-IDX) TO WS-CSV-MONEY
               PERFORM ADD-CSV-MONEY
               MOVE WS-GP-AVG(WS-GP-IDX) TO WS-CSV-MONEY
               PERFORM ADD-CSV-MONEY
               MOVE WS-GP-TOP(WS-GP-IDX) TO WS-CSV-MONEY
               PERFORM ADD-CSV-MONEY
               PERFORM WRITE-CSV-ROW
           END-PERFORM.
           CLOSE F-CSV-FILE.

           CALL "spool-flat-report" USING WS-CSV-NAME, WS-CSV-TITLE.

       START-CSV-ROW.
           MOVE SPACES TO CSV-LINE.
           MOVE 1 TO WS-CSV-POINTER.

       ADD-CSV-TEXT.
           STRING FUNCTION TRIM(WS-CSV-TEXT) DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             INTO CSV-LINE WITH POINTER WS-CSV-POINTER.

       ADD-CSV-NUMBER.
           MOVE WS-CSV-NUMBER TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.

       ADD-CSV-MONEY.
           MOVE WS-CSV-MONEY TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.

      *>    THE LAST FIELD'S TRAILING COMMA IS DROPPED.
       WRITE-CSV-ROW.
           IF WS-CSV-POINTER > 1 THEN
               SUBTRACT 1 FROM WS-CSV-POINTER
               MOVE SPACE TO CSV-LINE(WS-CSV-POINTER:1)
           END-IF.
           WRITE CSV-LINE.
