           SELECT OPTIONAL F-TRIVIA-FILE ASSIGN TO
             "trivia-questions.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
        *>    ANAGRAM RACE FILE CONTROL
           SELECT OPTIONAL F-ANAGRAM-EXCL-FILE ASSIGN TO
             "anagram-exclusions.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
              05 TQ-OPT-D PIC X(30).
              05 TQ-ANSWER PIC X(1).
              05 TQ-CATEGORY PIC X(12).
           FD F-ANAGRAM-EXCL-FILE.
           01 ANAGRAM-EXCLUDED-WORD PIC X(20).

           WORKING-STORAGE SECTION.
      ******************************************************************
           01 WS-NOW-DATE PIC 9(8).
           01 WS-NOW-MINUTES PIC 9(9) COMP VALUE 0.
           01 WS-LAST-ACT-MINUTES PIC 9(9) COMP VALUE 0.
      *>    THIS TERMINAL'S CLAIM ON THE ACCOUNT IN SESSION-TOKENS.DAT;
      *>    ZERO UNTIL SIGN-IN HAS GOT PAST EVERY GATE.
           01 WS-SESSION-TOKEN PIC 9(16) VALUE 0.
           01 WS-SESSION-LIVE PIC 9 VALUE 0.
           01 WS-SESSION-HELD PIC 9 VALUE 1.
      *>    STAMPED ONCE AT START-UP; IDENTIFIES THIS TERMINAL'S
      *>    SIGN-INS IN TERMINAL-SIGNINS.DAT.
           01 WS-TERMINAL-ID PIC 9(16) VALUE 0.
           01 WS-NOTIFICATION-NOTICE PIC X(40) VALUE SPACES.
           01 DISPLAY-NAME-CHOICE PIC X.
           01 WS-NEW-DISPLAY-NAME PIC X(16).
           01 WS-CARD-EXPIRY PIC 9(4).
           01 WS-CARD-CVV PIC 9(3).
           01 WS-MASKED-CARD PIC X(16) VALUE SPACES.
           01 WS-CARD-SAVE-RESULT PIC X.
           01 WS-BANK-NOTICE PIC X(40) VALUE SPACES.
           01 WS-CARD-EXP-ON-FILE PIC 9(4).
           01 WS-CARD-EXP-ALPHA REDEFINES WS-CARD-EXP-ON-FILE PIC X(4).
           01 WS-CARD-EXP-MM PIC 9(2).
           01 WS-SPONSOR-END PIC 9(8).
           01 WS-SPONSOR-BUDGET PIC 9(5) VALUE 0.
           01 WS-SPONSOR-END-INT PIC 9(7) COMP.
           01 WS-SPONSOR-TARIFF PIC X(4) VALUE "SPON".
           01 WS-SPONSORED-TABLE.
              05 WS-SPONSORED OCCURS 20 TIMES.
                 10 WS-SPONSORED-TITLE PIC X(50).
                 10 WS-SPONSORED-CONTENT PIC X(300).
                 10 WS-SPONSORED-USERNAME PIC X(16).
                 10 WS-SPONSORED-CAMPAIGN-ID PIC 9(4).
           01 WS-SPONSORED-COUNT PIC 99.
           01 WS-SPONSORED-PICK PIC 99.
           01 WS-SPONSORED-BOARD PIC X(10).
           01 WS-SERVED-SP-TITLE PIC X(50).
           01 WS-SERVED-SP-BY PIC X(16).
           01 WS-SERVED-SP-TEXT PIC X(70).
           01 WS-GIFT-RECIPIENT PIC X(16).
           01 WS-GIFT-AMOUNT-FIELD-TXT PIC X(6).
           01 WS-GIFT-AMOUNT PIC 9(6).
           01 WS-VMAINT-EXPIRY PIC 9(8).
           01 WS-VMAINT-USE-MODE PIC X.
           01 WS-VMAINT-RESULT PIC X(20).
           01 WS-VMAINT-COUNT PIC 9(4).
      ******************************************************************
      **************----VARIABLES RELATING TO GAME WAGERS----***********
      ******************************************************************
                   10 WS-TOURN-TOP-POINTS PIC 9(5).
           01 WS-TOURN-TOP-COUNT PIC 9.
           01 WS-TOURN-CHOICE PIC X.
           01 WS-TOURN-OPEN-TXT PIC X(20) VALUE SPACES.
           01 WS-TOURN-RESULT PIC X.
           01 WS-TOURN-WIN-POINTS PIC 9(3) VALUE 3.
           01 WS-TOPEN-NAME PIC X(30).

           01 MSG-SELECT               PIC 9(7).
           01 MSG-VIEW-CHOICE          PIC X.
           01 WS-MSG-DELETE-TXT        PIC X(22) VALUE SPACES.
           01 WS-MSG-PIN-TXT           PIC X(13) VALUE SPACES.
           01 MSG-WRITE-CHOICE         PIC X.
           
           01 NEW-MESSAGE.
           01 WS-ADVSUB-END            PIC 9(8).
           01 WS-ADVSUB-BUDGET         PIC 9(5).
           01 WS-ADVSUB-CHOICE         PIC X.
           01 WS-ADVSUB-TARGET-BOARD   PIC X(10).
           01 WS-ADVSUB-TARGET-LEVEL   PIC X(3).
           01 WS-ADVSUB-TARGET-LANG    PIC X(2).
           01 WS-ADVCAMP-TABLE.
              05 WS-ADVCAMP OCCURS 5 TIMES.
                 10 WS-ADVCAMP-TITLE PIC X(50).
                 10 WS-ADVPEND-ID PIC 9(4).
                 10 WS-ADVPEND-USERNAME PIC X(16).
                 10 WS-ADVPEND-TITLE PIC X(50).
                 10 WS-ADVPEND-TARGET-BOARD PIC X(10).
                 10 WS-ADVPEND-TARGET-LEVEL PIC X(3).
                 10 WS-ADVPEND-TARGET-LANG PIC X(2).
                 10 WS-ADVPEND-RATE PIC 9(6).
           01 WS-ADVPEND-COUNT         PIC 9.
           01 WS-ADVAPP-ID-TXT         PIC X(4).
           01 WS-ADVAPP-ID             PIC 9(4).
                 10 WS-MKT-STATUS PIC X(1).
           01 WS-MKT-COUNT             PIC 9.
           01 WS-MKT-CHOICE            PIC X.
           01 WS-MKT-RELEASE-TXT       PIC X(27) VALUE SPACES.
           01 WS-MKT-REFUND-TXT        PIC X(22) VALUE SPACES.
           01 WS-MKT-NEW-ITEM          PIC X(50).
           01 WS-MKT-NEW-PRICE-TXT     PIC X(6).
           01 WS-MKT-NEW-PRICE         PIC 9(6).
           01 WS-AUC-BID               PIC 9(6).
           01 WS-AUC-RESULT            PIC X.
           01 WS-AUC-NOTICE            PIC X(40) VALUE SPACES.
           01 WS-AUC-MAX-TXT           PIC X(6).
           01 WS-AUC-MAX               PIC 9(6).
           01 WS-AUCB-COUNT            PIC 9.
           01 WS-AUCB-TABLE.
               05 WS-AUCB-ENTRY OCCURS 8 TIMES.
                   10 WS-AUCB-BIDDER PIC X(16).
                   10 WS-AUCB-AMOUNT PIC 9(6).
                   10 WS-AUCB-STAMP PIC 9(12).
                   10 WS-AUCB-AUTO PIC X(1).
           01 WS-AUCB-CHOICE           PIC X.
           01 WS-SVS-KEYWORD           PIC X(30).
           01 WS-SVS-BOARD             PIC X(10).
           01 WS-SVS-AUTHOR            PIC X(16).
           01 WS-SVS-PICK-TXT          PIC X.
           01 WS-SVS-PICK              PIC 9.
           01 WS-SVS-RESULT            PIC X.
           01 WS-SVS-NOTICE            PIC X(40) VALUE SPACES.
           01 WS-SVS-COUNT             PIC 9.
           01 WS-SVS-TABLE.
               05 WS-SVS-ENTRY OCCURS 5 TIMES.
                   10 WS-SVS-NO PIC 9.
                   10 WS-SVS-KEY PIC X(30).
                   10 WS-SVS-BOARD-CODE PIC X(10).
                   10 WS-SVS-BY PIC X(16).
                   10 WS-SVS-NEW-HITS PIC 9(4).
           01 WS-SVH-COUNT             PIC 9.
           01 WS-SVH-TABLE.
               05 WS-SVH-ENTRY OCCURS 8 TIMES.
                   10 WS-SVH-SEARCH-NO PIC 9.
                   10 WS-SVH-MSG-ID PIC 9(7).
                   10 WS-SVH-TITLE PIC X(50).
                   10 WS-SVH-AUTHOR PIC X(16).
                   10 WS-SVH-DATE PIC 9(8).
           01 WS-SVS-CHOICE            PIC X.
           01 WS-EVT-FOUND             PIC 9.
           01 WS-EVT-DATE-TXT          PIC X(8).
           01 WS-EVT-DATE              PIC 9(8).
              05 WS-EVT-ATTENDEE OCCURS 8 TIMES PIC X(16).
           01 WS-EVT-ATTENDEE-COUNT    PIC 9.
           01 WS-EVT-CHOICE            PIC X.
           01 WS-EVT-MANIFEST-TXT      PIC X(17) VALUE SPACES.
           01 WS-EVT-CHECKIN-TXT       PIC X(17) VALUE SPACES.
           01 WS-EVT-ATTEND-TXT        PIC X(37) VALUE SPACES.
           01 WS-EVT-RESULT            PIC X.
           01 WS-EVT-MSG-ID            PIC 9(7).
           01 WS-EVT-PENDING           PIC X VALUE "N".
           01 WS-EVT-NEW-VENUE         PIC X(30).
           01 WS-EVT-PRICE             PIC 9(6).
           01 WS-EVT-PRICE-TXT         PIC X(6).
           01 WS-EVT-SERIES-ID         PIC 9(4).
           01 WS-EVT-SERIES-TITLE      PIC X(50).
           01 WS-EVT-SERIES-FREQ       PIC X.
           01 WS-EVT-SERIES-END        PIC 9(8).
           01 WS-SER-TITLE             PIC X(50).
           01 WS-SER-BOARD             PIC X(10).
           01 WS-SER-FREQ              PIC X.
           01 WS-SER-FIRST-TXT         PIC X(8).
           01 WS-SER-FIRST             PIC 9(8).
           01 WS-SER-END-TXT           PIC X(8).
           01 WS-SER-END               PIC 9(8).
           01 WS-SER-VENUE             PIC X(30).
           01 WS-SER-CAPACITY-TXT      PIC X(3).
           01 WS-SER-CAPACITY          PIC 9(3).
           01 WS-SER-PRICE-TXT         PIC X(6).
           01 WS-SER-PRICE             PIC 9(6).
           01 WS-SER-ID                PIC 9(4).
           01 WS-SER-RESULT            PIC X.
           01 WS-SER-NOTICE            PIC X(40) VALUE SPACES.
           01 WS-SER-CHOICE            PIC X.
           01 WS-CHK-USERNAME          PIC X(16).
           01 WS-CHK-RESULT            PIC X.
           01 WS-CHK-COUNT             PIC 9(3).
           01 WS-CHK-NOTICE            PIC X(40) VALUE SPACES.
           01 WS-CHK-CHOICE            PIC X.
           01 WS-MYMN-COUNT            PIC 9.
           01 WS-MYMN-TABLE.
               05 WS-MYMN-ENTRY OCCURS 5 TIMES.
           01 WS-CD-VALID              PIC X.
           01 WS-CD-CHOICE             PIC X.
           01 WS-CD-NOTICE             PIC X(40) VALUE SPACES.
           01 WS-CD-RETURNED           PIC 9.
           01 WS-ADDRESS-CHOICE        PIC X.
           01 WS-PROF-FOUND            PIC 9.
           01 WS-PROF-BIO              PIC X(60).
           01 WS-PROF-INTERESTS        PIC X(40).
           01 WS-DELEG-ACTION          PIC X.
           01 WS-DELEG-BOARD           PIC X(10).
           01 WS-DELEG-USERNAME        PIC X(16).
      *>    STAFF ROLES: THE FUNCTIONS THE SIGNED-IN MEMBER'S ROLES
      *>    OPEN TO THEM, AND THE MENU SLOTS BUILT FROM THEM SO AN
      *>    OPTION THEY CANNOT USE IS NOT SHOWN AT ALL.
           01 WS-PERM-ROLES            PIC X(20).
           01 WS-PERM-COUNT            PIC 99 VALUE 0.
           01 WS-PERM-TABLE.
               05 WS-PERM-HELD PIC X(4) OCCURS 60 TIMES.
           01 WS-PERM-FUNCTION         PIC X(4).
           01 WS-PERM-OK               PIC 9.
           01 WS-PERM-IDX              PIC 99.
           01 WS-PERM-SCAN             PIC 99.
           01 WS-PERM-SLOT             PIC 99.
           01 WS-PERM-LETTER           PIC X.
           01 WS-MNU-BACK-OFFICE-TXT   PIC X(24) VALUE SPACES.
      *>    THE STAFF OPTIONS THE MAIN MENU LISTS: FUNCTION CODE, THEN
      *>    THE LABEL SHOWN WHEN THE MEMBER'S ROLES COVER IT.
           01 WS-MNU-OPTION-VALUES.
               05 FILLER PIC X(32) VALUE "MODQ(O) Moderation queue".
               05 FILLER PIC X(32) VALUE "DIGS(I) Daily digest".
               05 FILLER PIC X(32) VALUE "WORD(W) Word list".
               05 FILLER PIC X(32) VALUE "REVR(R) Revenue report".
               05 FILLER PIC X(32) VALUE "STMT(S) Member statement".
               05 FILLER PIC X(32) VALUE "VOUC(V) Vouchers".
               05 FILLER PIC X(32) VALUE "BANW(B) Banned words".
           01 WS-MNU-OPTION-TABLE REDEFINES WS-MNU-OPTION-VALUES.
               05 WS-MNU-OPTION OCCURS 7 TIMES.
                   10 WS-MNU-OPT-FUNCTION PIC X(4).
                   10 WS-MNU-OPT-LABEL PIC X(28).
           01 WS-MNU-SLOTS.
               05 WS-MNU-SLOT PIC X(28) OCCURS 9 TIMES.
      *>    THE BACK OFFICE OPTIONS THE SAME WAY. THE LETTER IN THE
      *>    LABEL IS THE KEY THE MENU TAKES FOR IT.
           01 WS-BO-OPTION-VALUES.
               05 FILLER PIC X(32) VALUE "CLOS(C) Close period".
               05 FILLER PIC X(32) VALUE "ADJK(A) Credit adjustment".
               05 FILLER PIC X(32) VALUE "ADJA(J) Adjustment approvals".
               05 FILLER PIC X(32) VALUE "MNTN(M) Book maintenance".
               05 FILLER PIC X(32) VALUE "BMRG(B) Board merge/split".
               05 FILLER PIC X(32) VALUE "APPL(P) Appeals".
               05 FILLER PIC X(32) VALUE "DELG(D) Delegate moderator".
               05 FILLER PIC X(32) VALUE "CALR(Y) Business calendar".
               05 FILLER PIC X(32) VALUE "TICK(T) Ticket desk".
               05 FILLER PIC X(32) VALUE "UNCL(U) Unclaimed balances".
               05 FILLER PIC X(32) VALUE "FINS(F) Financial statements".
               05 FILLER PIC X(32) VALUE "YEND(E) Year end".
               05 FILLER PIC X(32) VALUE "TILL(S) Shop counter till".
               05 FILLER PIC X(32) VALUE "BMST(K) Board master".
               05 FILLER PIC X(32) VALUE "HELP(H) Help articles".
               05 FILLER PIC X(32) VALUE "CHAT(R) Chat rooms".
               05 FILLER PIC X(32) VALUE "REPL(W) Game session replay".
               05 FILLER PIC X(32) VALUE "QUIZ(Z) Quiz nights".
               05 FILLER PIC X(32) VALUE "ROLE(L) Staff roles".
               05 FILLER PIC X(32) VALUE "LHLD(N) Legal holds".
               05 FILLER PIC X(32) VALUE "EXCP(X) Exceptions workbench".
           01 WS-BO-OPTION-TABLE REDEFINES WS-BO-OPTION-VALUES.
               05 WS-BO-OPTION OCCURS 21 TIMES.
                   10 WS-BO-OPT-FUNCTION PIC X(4).
                   10 WS-BO-OPT-LABEL PIC X(28).
           01 WS-BO-SLOTS.
               05 WS-BO-SLOT PIC X(28) OCCURS 21 TIMES.
           01 WS-BO-SLOT-COUNT         PIC 99 VALUE 0.
           01 WS-ROLE-MEMBER           PIC X(16).
           01 WS-ROLE-CODE             PIC X(3).
           01 WS-ROLE-ACTION           PIC X.
           01 WS-ROLE-RESULT           PIC X.
           01 WS-ROLE-LEVEL            PIC X(3).
           01 WS-ROLE-VIP-EXPIRY       PIC 9(8).
           01 WS-ROLE-HELD             PIC X(20) VALUE SPACES.
           01 WS-ROLE-FN-COUNT         PIC 99.
           01 WS-ROLE-FN-TABLE.
               05 WS-ROLE-FN PIC X(4) OCCURS 60 TIMES.
           01 WS-ROLE-NOTICE           PIC X(50) VALUE SPACES.
           01 WS-HOLD-HELD             PIC 9.
           01 WS-HOLD-PATH             PIC X(28) VALUE
             "self-serve deletion".
           01 WS-LHD-MEMBER            PIC X(16).
           01 WS-LHD-REASON            PIC X(40).
           01 WS-LHD-REFERENCE         PIC X(20).
           01 WS-LHD-REVIEW-TXT        PIC X(8).
           01 WS-LHD-REVIEW-DATE       PIC 9(8).
           01 WS-LHD-SET-BY            PIC X(16).
           01 WS-LHD-SET-DATE          PIC 9(8).
           01 WS-LHD-FOUND             PIC 9.
           01 WS-LHD-ACTION            PIC X.
           01 WS-LHD-RESULT            PIC X.
           01 WS-LHD-LEVEL             PIC X(3).
           01 WS-LHD-VIP-EXPIRY        PIC 9(8).
           01 WS-LHD-STATUS            PIC X(40) VALUE SPACES.
           01 WS-LHD-NOTICE            PIC X(50) VALUE SPACES.
           01 WS-EXW-SOURCE            PIC X VALUE SPACE.
           01 WS-EXW-OPEN-COUNT        PIC 9(4).
           01 WS-EXW-COUNT             PIC 9.
           01 WS-EXW-TABLE.
               05 WS-EXW-ENTRY OCCURS 5 TIMES.
                   10 WS-EX-ID PIC 9(6).
                   10 WS-EX-SOURCE PIC X(1).
                   10 WS-EX-KEY PIC X(40).
                   10 WS-EX-DETAIL PIC X(40).
                   10 WS-EX-FIRST-RAISED PIC 9(8).
                   10 WS-EX-RAISED-COUNT PIC 9(3).
                   10 WS-EX-REPEAT-OF PIC 9(6).
                   10 WS-EX-STATUS PIC X(1).
                   10 WS-EX-ASSIGNED PIC X(16).
                   10 WS-EX-NOTE PIC X(40).
           01 WS-EXW-PICK-TXT          PIC X(6).
           01 WS-EXW-PICK              PIC 9(6).
           01 WS-EXW-DISPOSITION       PIC X(4).
           01 WS-EXW-NOTE              PIC X(40).
           01 WS-EXW-ACTION            PIC X.
           01 WS-EXW-RESULT            PIC X.
           01 WS-EXW-NOTICE            PIC X(50) VALUE SPACES.
           01 WS-TERMS-ACCEPTED        PIC 9.
           01 WS-TERMS-VERSION         PIC 9(4).
           01 WS-TERMS-CHOICE          PIC X.
           01 WS-TAKEOVER-CHOICE       PIC X.
           01 WS-OTP-ACTION            PIC X.
           01 WS-OTP-PIN-TXT           PIC X(6).
           01 WS-OTP-PIN               PIC 9(6).
           01 WS-PLAY-RESULT           PIC X.
           01 WS-PLAY-CHOICE           PIC X.
           01 WS-PLAY-NOTICE           PIC X(40) VALUE SPACES.
           01 WS-HHLD-MEMBER           PIC X(16).
           01 WS-HHLD-DAILY-TXT        PIC X(6).
           01 WS-HHLD-WEEKLY-TXT       PIC X(6).
           01 WS-HHLD-DAILY            PIC 9(6).
           01 WS-HHLD-WEEKLY           PIC 9(6).
           01 WS-HHLD-BLOCK            PIC X.
           01 WS-HHLD-ACTION           PIC X.
           01 WS-HHLD-RESULT           PIC X.
           01 WS-HHLD-CHOICE           PIC X.
           01 WS-HHLD-NOTICE           PIC X(40) VALUE SPACES.
           01 WS-ZERO-STAKE            PIC 9(6) VALUE 0.
      *>    WHICH GAME THE CURRENT WAGER BELONGS TO, CARRIED INTO
      *>    THE LEDGER TARIFF SO THE MARGIN REPORT CAN SPLIT BY GAME.
           01 WS-WAGER-GAME            PIC X(4) VALUE SPACES.
      *>    THE SESSION LOG OF THE WAGERED GAME IN PROGRESS (ZERO
      *>    WHEN THE GAME IS NOT FOR A STAKE), KEPT FOR DISPUTES.
           01 WS-GSL-SESSION-ID        PIC 9(6) VALUE 0.
           01 WS-GSL-DIFFICULTY        PIC X.
           01 WS-GSL-TARGET            PIC X(20).
           01 WS-GSL-MOVE              PIC X(4).
           01 WS-GSL-RESULT            PIC X(20).
           01 WS-GSL-OUTCOME           PIC X.
           01 WS-GSL-GRID              PIC X(9).
           01 WS-GSL-PREV-GRID         PIC X(9).
           01 WS-GSL-CELL-IDX          PIC 99.
           01 WS-GSL-ROW               PIC 9.
           01 WS-GSL-COL               PIC 9.
           01 WS-GSL-ROW-LETTERS       PIC X(3) VALUE "ABC".
      *>    THE PROGRESSIVE JACKPOT: THE POT AS THE GAMES MENU SHOWS
      *>    IT, WHO LAST WON IT, AND WHAT A QUALIFYING WIN PAID.
           01 WS-JKP-BALANCE           PIC 9(6) VALUE 0.
           01 WS-JKP-LAST-WINNER       PIC X(16).
           01 WS-JKP-LAST-GAME         PIC X(4).
           01 WS-JKP-LAST-AMOUNT       PIC 9(6).
           01 WS-JKP-LAST-DATE         PIC 9(8).
           01 WS-JKP-LAST-TXT          PIC X(70) VALUE SPACES.
           01 WS-JKP-AMOUNT-TXT        PIC Z(5)9.
           01 WS-JKP-WON               PIC 9(6).
           01 WS-JKP-POST-BALANCE      PIC 9(6).
           01 WS-JKP-RESULT            PIC X.
           01 WS-JKP-MARKS             PIC 9.
           01 WS-JKP-NOTICE            PIC X(60) VALUE SPACES.
           01 WS-JKP-CHOICE            PIC X.
      *>    WRONG LETTERS IN THE WORD GAME IN PROGRESS; A WAGERED WORD
      *>    SOLVED WITHOUT ONE WINS THE JACKPOT.
           01 WS-WORD-MISSES           PIC 9(2) VALUE 0.
           01 WS-WORD-HIT              PIC 9 VALUE 0.
           01 WS-RATING-HOUSE          PIC X(16) VALUE SPACES.
           01 WS-RATING-OUTCOME        PIC X.
           01 WS-RATING-WEIGHT         PIC 9(2).
           01 WS-TKT-RESULT            PIC X.
           01 WS-TKT-NEW-ID            PIC 9(4).
           01 WS-TKT-NOTICE            PIC X(40) VALUE SPACES.
           01 WS-TKT-ARTICLE-TXT       PIC X(4).
           01 WS-TKT-ARTICLE           PIC 9(4).
           01 WS-UB-FILTER             PIC X(16).
           01 WS-UB-COUNT              PIC 9.
           01 WS-UB-TABLE.
               05 WS-UB-ENTRY OCCURS 5 TIMES.
                   10 WS-UB-ID PIC 9(6).
                   10 WS-UB-USERNAME PIC X(16).
                   10 WS-UB-DISPLAY-NAME PIC X(16).
                   10 WS-UB-BALANCE PIC 9(6).
                   10 WS-UB-REMOVED-DATE PIC 9(8).
           01 WS-UB-PICK               PIC X.
           01 WS-UB-POS                PIC 9.
           01 WS-UB-TARGET             PIC X(16).
           01 WS-UB-CHOICE             PIC X.
           01 WS-UB-RESULT             PIC X.
           01 WS-UB-NOTICE             PIC X(40) VALUE SPACES.
           01 WS-YE-PERIOD-TXT         PIC X(6).
           01 WS-YE-PERIOD             PIC 9(6).
           01 WS-YE-REASON             PIC X(40).
           01 WS-YE-CHOICE             PIC X.
           01 WS-YE-RESULT             PIC X.
           01 WS-YE-NOTICE             PIC X(40) VALUE SPACES.
           01 WS-TL-AMOUNT-TXT         PIC X(6).
           01 WS-TL-AMOUNT             PIC 9(6).
           01 WS-TL-MEMBER             PIC X(16).
           01 WS-TL-TIER               PIC X.
           01 WS-TL-TIER-PICK          PIC 9.
           01 WS-TL-DAY-TXT            PIC X(8).
           01 WS-TL-DAY                PIC 9(8).
           01 WS-TL-SESSION-ID         PIC 9(6).
           01 WS-TL-SESSION-SHOW       PIC Z(5)9.
           01 WS-TL-PRICE              PIC 9(6).
           01 WS-TL-PRICE-SHOW         PIC Z(5)9.
           01 WS-TL-EXPECTED           PIC 9(7).
           01 WS-TL-VARIANCE           PIC S9(7).
           01 WS-TL-VARIANCE-SHOW      PIC +(6)9.
           01 WS-TL-CHOICE             PIC X.
           01 WS-TL-RESULT             PIC X.
           01 WS-TL-NOTICE             PIC X(40) VALUE SPACES.
           01 WS-BMAS-CODE             PIC X(10).
           01 WS-BMAS-TITLE            PIC X(30).
           01 WS-BMAS-DESC             PIC X(60).
           01 WS-BMAS-ORDER-TXT        PIC X(3).
           01 WS-BMAS-ORDER            PIC 9(3).
           01 WS-BMAS-CHOICE           PIC X.
           01 WS-BMAS-RESULT           PIC X.
           01 WS-BMAS-COUNT            PIC 9(4).
           01 WS-BMAS-COUNT-TXT        PIC ZZZ9.
           01 WS-BMAS-NOTICE           PIC X(40) VALUE SPACES.
      *>    HELP ARTICLES: THE MEMBER'S BROWSER AND READER, THEN THE
      *>    BACK-OFFICE EDITOR WITH ITS REVISION HISTORY.
           01 WS-HLP-KEYWORD           PIC X(30).
           01 WS-HLP-COUNT             PIC 9(2).
           01 WS-HLP-TOTAL             PIC 9(4).
           01 WS-HLP-TOTAL-TXT         PIC ZZZ9.
           01 WS-HLP-LIST.
               05 WS-HLP-ENTRY OCCURS 10 TIMES.
                   10 WS-HL-ID         PIC 9(4).
                   10 WS-HL-CATEGORY   PIC X(8).
                   10 WS-HL-TITLE      PIC X(50).
                   10 WS-HL-PAGES      PIC 9.
           01 WS-HLP-PICK-TXT          PIC X(4).
           01 WS-HLP-ID                PIC 9(4).
           01 WS-HLP-PAGE              PIC 9.
           01 WS-HLP-TITLE             PIC X(50).
           01 WS-HLP-CATEGORY          PIC X(8).
           01 WS-HLP-REVISION          PIC 9(3).
           01 WS-HLP-PAGES             PIC 9.
           01 WS-HLP-EDITOR            PIC X(16).
           01 WS-HLP-DATE              PIC 9(8).
           01 WS-HLP-TEXT.
               05 WS-HLP-LINE          PIC X(60) OCCURS 5 TIMES.
           01 WS-HLP-FOUND             PIC 9.
           01 WS-HLP-CHOICE            PIC X.
           01 WS-HLP-NOTICE            PIC X(40) VALUE SPACES.
           01 WS-HED-ID-TXT            PIC X(4).
           01 WS-HED-ID                PIC 9(4).
           01 WS-HED-TITLE             PIC X(50).
           01 WS-HED-CATEGORY          PIC X(8).
           01 WS-HED-PAGE-TXT          PIC X.
           01 WS-HED-PAGE              PIC 9.
           01 WS-HED-TEXT.
               05 WS-HED-LINE          PIC X(60) OCCURS 5 TIMES.
           01 WS-HED-REV-TXT           PIC X(3).
           01 WS-HED-REV               PIC 9(3).
           01 WS-HED-ACTION            PIC X.
           01 WS-HED-CHOICE            PIC X.
           01 WS-HED-RESULT            PIC X.
           01 WS-HED-NOTICE            PIC X(40) VALUE SPACES.
           01 WS-HED-CUR-REV           PIC 9(3).
           01 WS-HED-CUR-PAGES         PIC 9.
           01 WS-HED-CUR-EDITOR        PIC X(16).
           01 WS-HED-CUR-DATE          PIC 9(8).
           01 WS-HED-FOUND             PIC 9.
           01 WS-HED-REV-COUNT         PIC 9(2).
           01 WS-HED-REV-LIST.
               05 WS-HED-REV-ENTRY OCCURS 8 TIMES.
                   10 WS-HR-REVISION   PIC 9(3).
                   10 WS-HR-DATE       PIC 9(8).
                   10 WS-HR-EDITOR     PIC X(16).
                   10 WS-HR-ACTION     PIC X.
                   10 WS-HR-FROM       PIC 9(3).
                   10 WS-HR-PAGES      PIC 9.
      *>    THE MEMBER'S LANGUAGE AND THE CATALOGUE-SERVED CAPTIONS.
      *>    THE BUILT-IN ENGLISH BELOW IS THE LAST-DITCH FALLBACK
      *>    WHEN A TEXT CODE HAS NO CATALOGUE ROW AT ALL.
           01 WS-LANG-NEW              PIC X(2).
           01 WS-LANG-CHOICE           PIC X.
           01 WS-LANG-NOTICE           PIC X(40) VALUE SPACES.
           01 WS-WKL-OPT-IN            PIC X.
           01 WS-NPF-CHANNELS          PIC X(7).
           01 WS-NPF-CHANNEL-TABLE REDEFINES WS-NPF-CHANNELS.
               05 WS-NPF-CHANNEL       PIC X OCCURS 7 TIMES.
           01 WS-NPF-IDX               PIC 9.
           01 WS-NPF-BAD               PIC 9.
           01 WS-NPF-CHOICE            PIC X.
           01 WS-NPF-NOTICE            PIC X(40) VALUE SPACES.
           01 WS-DIR-QUERY             PIC X(20).
           01 WS-DIR-CHOICE            PIC X.
           01 WS-DIR-COUNT             PIC 9.
           01 WS-TRIVIA-ANSWER         PIC X.
           01 WS-TRIVIA-SCORE          PIC 99.
           01 WS-TRIVIA-END-CHOICE     PIC X.
      *********-----VARIABLES RELATED TO ANAGRAM RACE-----**************
           01 WS-ANAG-COUNT            PIC 999.
           01 WS-ANAG-TABLE.
              05 WS-ANAG-WORD OCCURS 213 TIMES PIC X(20).
           01 WS-ANAG-EXCL-COUNT       PIC 999.
           01 WS-ANAG-EXCL-TABLE.
              05 WS-ANAG-EXCL-WORD OCCURS 213 TIMES PIC X(20).
           01 WS-ANAG-EXCL-IDX         PIC 999.
           01 WS-ANAG-EXCLUDED         PIC 9.
           01 WS-ANAG-IDX              PIC 999.
           01 WS-ANAG-ANSWER           PIC X(20).
           01 WS-ANAG-SCRAMBLE         PIC X(20).
           01 WS-ANAG-GUESS            PIC X(20).
           01 WS-ANAG-LEN              PIC 99.
           01 WS-ANAG-POS              PIC 99.
           01 WS-ANAG-SWAP             PIC 99.
           01 WS-ANAG-HOLD             PIC X.
           01 WS-ANAG-TRIES            PIC 9.
           01 WS-ANAG-STREAK           PIC 9(3).
           01 WS-ANAG-BEST             PIC 9(3).
           01 WS-ANAG-MISSED           PIC X.
           01 WS-ANAG-NOTICE           PIC X(50) VALUE SPACES.
           01 WS-ANAG-END-CHOICE       PIC X.
      *>    A STREAK OF THREE WINS THE RACE; TEN PAYS THE JACKPOT.
           01 WS-ANAG-WIN-STREAK       PIC 9(3) VALUE 3.
           01 WS-ANAG-JACKPOT-STREAK   PIC 9(3) VALUE 10.
           01 WS-ANAG-PARAM-KEY        PIC X(20) VALUE
              "ANAGRAM-SECONDS".
           01 WS-ANAG-LIMIT-SECS       PIC 9(6).
      *>    CLOCK READINGS ARE DAY NUMBER * 86400 PLUS SECONDS INTO
      *>    THE DAY, SO A WORD SHOWN BEFORE MIDNIGHT TIMES CORRECTLY.
           01 WS-ANAG-CLOCK.
              05 WS-ANAG-CLK-DATE PIC 9(8).
              05 WS-ANAG-CLK-HOUR PIC 99.
              05 WS-ANAG-CLK-MINS PIC 99.
              05 WS-ANAG-CLK-SECS PIC 99.
              05 FILLER PIC X(7).
           01 WS-ANAG-SHOWN-SECS       PIC 9(12).
           01 WS-ANAG-NOW-SECS         PIC 9(12).
           01 WS-ANAG-TAKEN-SECS       PIC 9(6).
           01 WS-TMAINT-ACTION         PIC X.
           01 WS-TMAINT-ENTRY.
              05 WS-TMAINT-QUESTION PIC X(60).
           01 WS-BACC-USER             PIC X(16).
           01 WS-BACC-TYPE             PIC X.
           01 WS-BACC-ACTION           PIC X.
           01 WS-BACC-TYPE-TXT         PIC X(19) VALUE SPACES.
           01 WS-BACC-APPROVE-TXT      PIC X(17) VALUE SPACES.
           01 WS-BACC-DENY-TXT         PIC X(14) VALUE SPACES.
           01 WS-BACC-REQUESTS.
              05 WS-BACC-REQ OCCURS 5 TIMES.
                 10 WS-BACC-REQ-BOARD PIC X(10).
           01 WS-CHAT-COUNT            PIC 99.
           01 WS-CHAT-INPUT            PIC X(60).
           01 WS-CHAT-CHOICE           PIC X.
           01 WS-CHAT-SANCTION-TXT     PIC X(35) VALUE SPACES.
           01 WS-CHAT-JOINED           PIC X VALUE "N".
           01 WS-CHAT-NOTICE           PIC X(60).
           01 WS-LOBBY-NAME            PIC X(16) VALUE "*lobby*".
           01 WS-CHAT-ROOM             PIC X(10) VALUE "LOBBY".
           01 WS-CHAT-ROOM-TITLE       PIC X(30) VALUE "Lobby".
           01 WS-CHAT-SEQ              PIC 9(6).
           01 WS-CHAT-STATUS           PIC X(40) VALUE SPACES.
           01 WS-CHAT-MEMBER           PIC X(16).
           01 WS-CHAT-MINUTES-TXT      PIC X(3).
           01 WS-CHAT-MINUTES          PIC 9(3).
           01 WS-CHAT-SANCTION         PIC X.
           01 WS-CHAT-RESULT           PIC X.
           01 WS-CHAT-MUTED-UNTIL      PIC 9(12).
           01 WS-CHAT-KICKED-UNTIL     PIC 9(12).
           01 WS-CHAT-UNTIL-TXT        PIC X(5).
           01 WS-CHAT-SCOPE            PIC X.
           01 WS-CHAT-ROOM-COUNT       PIC 9(2).
           01 WS-CHAT-ROOM-LIST.
               05 WS-CR-ENTRY OCCURS 10 TIMES.
                   10 WS-CR-CODE       PIC X(10).
                   10 WS-CR-TITLE      PIC X(30).
                   10 WS-CR-STATUS     PIC X(1).
           01 WS-CHAT-ROOM-PICK-TXT    PIC X(2).
           01 WS-CHAT-NUMBERS          PIC X(20) VALUE
              "01020304050607080910".
           01 WS-CHAT-NUMBER-TABLE REDEFINES WS-CHAT-NUMBERS.
               05 WS-CHAT-NO           PIC X(2) OCCURS 10 TIMES.
           01 WS-CHAT-ROOM-PICK        PIC 9(2).
           01 WS-CHAT-ROOM-CHOICE      PIC X.
           01 WS-CRM-CODE              PIC X(10).
           01 WS-CRM-TITLE             PIC X(30).
           01 WS-CRM-ACTION            PIC X.
           01 WS-CRM-RESULT            PIC X.
           01 WS-CRM-NOTICE            PIC X(40) VALUE SPACES.
      *>    BACK-OFFICE REPLAY OF A WAGERED GAME SESSION.
           01 WS-GRY-MEMBER            PIC X(16) VALUE SPACES.
           01 WS-GRY-ID-TXT            PIC X(6).
           01 WS-GRY-ID                PIC 9(6) VALUE 0.
           01 WS-GRY-FOUND             PIC 9.
           01 WS-GRY-COUNT             PIC 99 VALUE 0.
           01 WS-GRY-LIST.
               05 WS-GRY-LIST-ENTRY OCCURS 10 TIMES.
                   10 WS-GRY-L-ID      PIC 9(6).
                   10 WS-GRY-L-DATE    PIC 9(8).
                   10 WS-GRY-L-GAME    PIC X(4).
                   10 WS-GRY-L-OUTCOME PIC X(1).
                   10 WS-GRY-L-STAKE   PIC 9(6).
                   10 WS-GRY-L-PAYOUT  PIC 9(6).
           01 WS-GRY-SESSION.
               05 WS-GRY-GS-ID         PIC 9(6).
               05 WS-GRY-GS-USERNAME   PIC X(16).
               05 WS-GRY-GS-GAME       PIC X(4).
               05 WS-GRY-GS-DIFFICULTY PIC X(1).
               05 WS-GRY-GS-TARGET     PIC X(20).
               05 WS-GRY-GS-MOVE-ENTRY OCCURS 20 TIMES.
                   10 WS-GRY-GS-MOVE   PIC X(4).
                   10 WS-GRY-GS-MOVE-RESULT PIC X(20).
               05 WS-GRY-GS-DATE       PIC 9(8).
               05 WS-GRY-GS-TIME       PIC 9(6).
               05 WS-GRY-GS-STAKE      PIC 9(6).
               05 WS-GRY-GS-STAKE-TRANS-ID PIC 9(6).
               05 WS-GRY-GS-PAYOUT     PIC 9(6).
               05 WS-GRY-GS-PAYOUT-TRANS-ID PIC 9(6).
               05 WS-GRY-GS-OUTCOME    PIC X(1).
               05 WS-GRY-GS-MOVE-COUNT PIC 9(3).
           01 WS-GRY-STEP              PIC 9(3) VALUE 0.
           01 WS-GRY-KEPT              PIC 9(3) VALUE 0.
           01 WS-GRY-CUR-MOVE          PIC X(4).
           01 WS-GRY-CUR-RESULT        PIC X(20).
           01 WS-GRY-BOARD             PIC X(9).
           01 WS-GRY-BOARD-TABLE REDEFINES WS-GRY-BOARD.
               05 WS-GRY-BOARD-ROW     PIC X(3) OCCURS 3 TIMES.
           01 WS-GRY-OUTCOME-TXT       PIC X(10).
           01 WS-GRY-CHOICE            PIC X.
           01 WS-GRY-NOTICE            PIC X(40) VALUE SPACES.
      *>    LIVE QUIZ NIGHT, MEMBER SIDE.
           01 WS-QZN-FOUND             PIC 9.
           01 WS-QZN.
               05 WS-QZN-ID            PIC 9(4).
               05 WS-QZN-TITLE         PIC X(30).
               05 WS-QZN-CATEGORIES    PIC X(36).
               05 WS-QZN-DATE          PIC 9(8).
               05 WS-QZN-START-TIME    PIC 9(4).
               05 WS-QZN-FEE           PIC 9(6).
               05 WS-QZN-PRIZE-POOL    PIC 9(6).
               05 WS-QZN-QUESTION-COUNT PIC 9(2).
               05 WS-QZN-ROUND-SIZE    PIC 9(2).
               05 WS-QZN-WINDOW-SECS   PIC 9(3).
               05 WS-QZN-ROUNDS        PIC 9(2).
               05 WS-QZN-ENTRANTS      PIC 9(4).
               05 WS-QZN-ENTERED       PIC 9(1).
               05 WS-QZN-PHASE         PIC X(1).
               05 WS-QZN-ROUND         PIC 9(2).
               05 WS-QZN-LIVE-SEQ      PIC 9(2).
               05 WS-QZN-SECS-LEFT     PIC 9(5).
               05 WS-QZN-SCORED-THROUGH PIC 9(2).
               05 WS-QZN-QUESTION      PIC X(60).
               05 WS-QZN-OPT-A         PIC X(30).
               05 WS-QZN-OPT-B         PIC X(30).
               05 WS-QZN-OPT-C         PIC X(30).
               05 WS-QZN-OPT-D         PIC X(30).
           01 WS-QZN-START-TXT.
               05 WS-QZN-START-HH      PIC X(2).
               05 FILLER               PIC X VALUE ":".
               05 WS-QZN-START-MM      PIC X(2).
           01 WS-QZN-ENTERED-TXT       PIC X(3).
           01 WS-QZN-PHASE-TXT         PIC X(50).
           01 WS-QZN-BOARD-COUNT       PIC 99.
           01 WS-QZN-BOARD.
               05 WS-QZN-BOARD-ENTRY OCCURS 10 TIMES.
                   10 WS-QZN-BOARD-NAME PIC X(16).
                   10 WS-QZN-BOARD-SCORE PIC 9(3).
           01 WS-QZN-MY-SCORE          PIC 9(3).
           01 WS-QZN-MY-PLACE          PIC 9(3).
           01 WS-QZN-ANSWER            PIC X.
           01 WS-QZN-RESULT            PIC X.
           01 WS-QZN-CHOICE            PIC X.
           01 WS-QZN-NOTICE            PIC X(40) VALUE SPACES.
      *>    QUIZ NIGHT SCHEDULING, BACK-OFFICE SIDE.
           01 WS-QZA-TITLE             PIC X(30).
           01 WS-QZA-DATE-TXT          PIC X(8).
           01 WS-QZA-DATE              PIC 9(8).
           01 WS-QZA-START-TXT         PIC X(4).
           01 WS-QZA-START             PIC 9(4).
           01 WS-QZA-FEE-TXT           PIC X(6).
           01 WS-QZA-FEE               PIC 9(6).
           01 WS-QZA-CATEGORIES.
               05 WS-QZA-CATEGORY      PIC X(12) OCCURS 3 TIMES.
           01 WS-QZA-COUNT-TXT         PIC X(2).
           01 WS-QZA-COUNT             PIC 9(2).
           01 WS-QZA-WINDOW-TXT        PIC X(3).
           01 WS-QZA-WINDOW            PIC 9(3).
           01 WS-QZA-RESULT            PIC X.
           01 WS-QZA-QUIZ-ID           PIC 9(4).
           01 WS-QZA-CHOICE            PIC X.
           01 WS-QZA-NOTICE            PIC X(40) VALUE SPACES.
      *>    KNOCKOUT BRACKET TOURNAMENTS.
           01 WS-KNK-FOUND             PIC 9.
           01 WS-KNK.
               05 WS-KNK-ID            PIC 9(4).
               05 WS-KNK-NAME          PIC X(30).
               05 WS-KNK-DRAW-DATE     PIC 9(8).
               05 WS-KNK-ROUND-DAYS    PIC 9(2).
               05 WS-KNK-FEE           PIC 9(6).
               05 WS-KNK-POOL          PIC 9(6).
               05 WS-KNK-SIZE          PIC 9(2).
               05 WS-KNK-ROUNDS        PIC 9(1).
               05 WS-KNK-STATUS        PIC X(1).
               05 WS-KNK-ENTRANTS      PIC 9(2).
               05 WS-KNK-ENTERED       PIC X(1).
           01 WS-KNK-ROUND             PIC 9(1).
           01 WS-KNK-VIEW-ROUND        PIC 9(1) VALUE 0.
           01 WS-KNK-MATCH-COUNT       PIC 99.
           01 WS-KNK-MATCHES.
               05 WS-KNK-MATCH OCCURS 16 TIMES.
                   10 WS-KNK-M-PLAYER-1 PIC X(16).
                   10 WS-KNK-M-SEED-1  PIC 9(2).
                   10 WS-KNK-M-PLAYER-2 PIC X(16).
                   10 WS-KNK-M-SEED-2  PIC 9(2).
                   10 WS-KNK-M-DEADLINE PIC 9(8).
                   10 WS-KNK-M-STATUS  PIC X(1).
                   10 WS-KNK-M-WINNER  PIC X(16).
           01 WS-KNK-MY-MATCH-ID       PIC 9(4).
           01 WS-KNK-IDX               PIC 99.
           01 WS-KNK-ROW.
               05 WS-KNK-R-SLOT        PIC Z9.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 WS-KNK-R-SEED-1      PIC ZZ.
               05 FILLER               PIC X VALUE SPACE.
               05 WS-KNK-R-PLAYER-1    PIC X(16).
               05 FILLER               PIC X(3) VALUE " v ".
               05 WS-KNK-R-SEED-2      PIC ZZ.
               05 FILLER               PIC X VALUE SPACE.
               05 WS-KNK-R-PLAYER-2    PIC X(16).
               05 FILLER               PIC X VALUE SPACE.
               05 WS-KNK-R-DEADLINE    PIC 9(8).
               05 FILLER               PIC X(2) VALUE SPACES.
               05 WS-KNK-R-RESULT      PIC X(24).
           01 WS-KNK-LINES.
               05 WS-KNK-LINE          PIC X(80) OCCURS 16 TIMES.
           01 WS-KNK-STATE-TXT         PIC X(50).
           01 WS-KNK-SHORT-TXT         PIC X(14).
           01 WS-KNK-ENTERED-TXT       PIC X(3).
           01 WS-KNK-RESULT            PIC X.
           01 WS-KNK-CHOICE            PIC X.
           01 WS-KNK-SPOOL-TXT         PIC X(23) VALUE SPACES.
           01 WS-KNK-OPEN-TXT          PIC X(18) VALUE SPACES.
           01 WS-KNK-NOTICE            PIC X(40) VALUE SPACES.
           01 WS-KNK-OPEN-NAME         PIC X(30).
           01 WS-KNK-OPEN-DATE-TXT     PIC X(8).
           01 WS-KNK-OPEN-DATE         PIC 9(8).
           01 WS-KNK-OPEN-FEE-TXT      PIC X(6).
           01 WS-KNK-OPEN-FEE          PIC 9(6).
           01 WS-KNK-OPEN-DAYS-TXT     PIC X(2).
           01 WS-KNK-OPEN-DAYS         PIC 9(2).
           01 WS-IDLE-PARAM-KEY        PIC X(20) VALUE
              "IDLE-LIMIT-MINS".
           01 WS-WAGER-PARAM-KEY       PIC X(20) VALUE "WAGER-LIMIT".
                 10 WS-TIER-CREDITS PIC 9(6).
                 10 WS-TIER-PRICE PIC 9(6).
           01 WS-STORE-TIER-PICK       PIC 9.
           01 WS-LOYALTY-TIER          PIC X(6).
           01 WS-LOYALTY-SHOWN         PIC X(6).
           01 WS-LOYALTY-PCT           PIC 9(3).
           01 WS-LOYALTY-SPEND         PIC 9(7).
           01 WS-LOYALTY-NEXT          PIC X(6).
           01 WS-LOYALTY-NEEDED        PIC 9(7).
           01 WS-LOYALTY-NEEDED-TXT    PIC Z(6)9.
           01 WS-LOYALTY-BONUS         PIC 9(6).
           01 WS-LOYALTY-NOTICE        PIC X(60).
           01 WS-POLL-FOUND            PIC 9.
           01 WS-POLL-OPTION-COUNT     PIC 9.
           01 WS-POLL-OPTIONS.
           01 WS-BOARD-FILTER          PIC X(10).
           01 WS-BOARD-FILTER-COUNT    PIC 9(7).
           01 WS-BOARD-FILTER-ACTIVE   PIC X VALUE "N".
           01 WS-BOARD-FILTER-NOTICE   PIC X(40) VALUE SPACES.
           01 WS-BOARD-STATUS          PIC X.
           01 WS-BOARD-GATE-CODE       PIC X(10).
      *>    THE BOARD MASTER AS THE PICK LISTS SHOW IT, IN DISPLAY
      *>    ORDER.
           01 WS-BOARD-LIST-SCOPE      PIC X.
           01 WS-BOARD-LIST-COUNT      PIC 9(2).
           01 WS-BOARD-LIST.
             05 WS-BOARD-LIST-ENTRY OCCURS 12 TIMES.
               10 WS-BL-CODE           PIC X(10).
               10 WS-BL-TITLE          PIC X(30).
               10 WS-BL-DESC           PIC X(40).
               10 WS-BL-ORDER          PIC 9(3).
               10 WS-BL-STATUS         PIC X.
               10 WS-BL-OWNER          PIC X(16).
           01 WS-SEARCH-KEYWORD        PIC X(50).
           01 WS-SEARCH-COUNT          PIC 9(7).
           01 WS-SEARCH-ACTIVE         PIC X VALUE "N".
             05 WS-DM-RECIPIENT-FIELD   PIC X(16).
             05 WS-DM-POST-DATE         PIC X(10).
      ******************************************************************
      ***************-----GROUP CONVERSATION VARIABLES-----***********
      ******************************************************************
           01 WS-GRP-NOTICE            PIC X(40) VALUE SPACES.
           01 WS-GRP-CHOICE            PIC X.
           01 WS-GRP-PICK-TXT          PIC X(4).
           01 WS-GRP-ID                PIC 9(4).
           01 WS-GRP-NAME              PIC X(30).
           01 WS-GRP-MEMBER            PIC X(16).
           01 WS-GRP-ACTION            PIC X.
           01 WS-GRP-RESULT            PIC X.
           01 WS-GRP-ID-TXT            PIC X(4).
           01 WS-GRP-COUNT             PIC 9(2).
           01 WS-GRP-LIST.
               05 WS-GRL-ENTRY OCCURS 8 TIMES.
                   10 WS-GRL-ID        PIC 9(4).
                   10 WS-GRL-NAME      PIC X(30).
                   10 WS-GRL-OWNER     PIC X(16).
                   10 WS-GRL-MEMBERS   PIC 9(2).
                   10 WS-GRL-UNREAD    PIC 9(3).
           01 WS-GRP-FOUND             PIC 9.
           01 WS-GRP-TITLE             PIC X(30).
           01 WS-GRP-OWNER             PIC X(16).
           01 WS-GRP-PART-COUNT        PIC 9(2).
           01 WS-GRP-PARTS.
               05 WS-GRP-PART          PIC X(16) OCCURS 8 TIMES.
           01 WS-GRP-MSG-COUNT         PIC 9(2).
           01 WS-GRP-MSGS.
               05 WS-GRT-ENTRY OCCURS 6 TIMES.
                   10 WS-GRT-SEQ       PIC 9(5).
                   10 WS-GRT-SENDER    PIC X(16).
                   10 WS-GRT-DATE      PIC 9(8).
                   10 WS-GRT-TEXT.
                       15 WS-GRT-TEXT-1 PIC X(70).
                       15 WS-GRT-TEXT-2 PIC X(70).
                   10 WS-GRT-READ-BY   PIC 9(2).
                   10 WS-GRT-SENT-TO   PIC 9(2).
           01 WS-GRP-POST.
               05 WS-GRP-POST-1        PIC X(70).
               05 WS-GRP-POST-2        PIC X(70).
      ******************************************************************
      ***************-----WHO'S ONLINE VARIABLES-----******************
      ******************************************************************
           01 WS-ONLINE-COUNT           PIC 999.
           01 WS-SUSPEND-END-TXT       PIC X(8).
           01 WS-SUSPEND-REASON        PIC X(50).
           01 WS-DELETE-COMMENT-POS    PIC X(1).
           01 WS-COM-DELETE-TXT        PIC X(26) VALUE SPACES.
           01 WS-DELETE-COMMENT-OFFSET PIC 9.
           01 WS-DELETE-TARGET-INDEX   PIC 9999.
           01 WS-DIGEST-MSG-COUNT      PIC 999.
           01 WS-WEEK-REVENUE          PIC S9(9).
           01 WS-MONTH-REVENUE         PIC S9(9).
           01 WS-REVENUE-CHOICE        PIC X.
           01 WS-CSV-REQUEST           PIC X VALUE "R".
           01 WS-CSV-REVENUE-REPORT    PIC X(28) VALUE
             "credit-store-revenue-report".
           01 WS-CSV-WANTED            PIC 9.
           01 WS-WORDLIST-ACTION       PIC X.
           01 WS-WORDLIST-WORD         PIC X(20).
           01 WS-WORDLIST-RESULT       PIC X(20).
               05 LINE 48 COL 1 VALUE "     (H) One-time PIN sheet
      -    "    (I) Invitations    (W) Play limits   (K) Support      "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 49 COL 1 VALUE "     (L) Language                
      -    "    (Y) Notifications    (J) Household                    "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE  6 COL 10 VALUE "Hi, ".
             05 LINE  6 COL 14 PIC X(16) USING WS-USERNAME.
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO. 
        *>    BANK DETAILS BODY
            05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 7 COL 10 PIC X(40) USING WS-BANK-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE  9 COL 8 VALUE "                               ADD                  
      -    "A BANK CARD                                "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 43 COL 1 VALUE "
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 44 COL 1 VALUE "     (P) Print         (C) CSV
      -    "      (G) Go back       (Q) Quit                       "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
        *>    REVENUE REPORT BODY
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             FOREGROUND-COLOR IS 2, HIGHLIGHT.
        *>    WORD LIST OPTION POSITIONING
             05 LINE 40 COL 10 VALUE "(A) Add word   (R) Remove word".
             05 LINE 41 COL 10 VALUE
               "(X) Exclude from anagrams   (I) Include in anagrams".
             05 LINE 42 COLUMN 6 VALUE "Option: ".
             05 WORDLIST-ACTION-FIELD LINE 42 COLUMN 14 PIC X
                USING WS-WORDLIST-ACTION.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "BULLETIN BOARD"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 12 COL 10 VALUE
               "Enter the word to add, remove, exclude or include,"
             FOREGROUND-COLOR IS 7.
             05 LINE 13 COL 10 VALUE "or leave blank and press Enter
      -    " to cancel."
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 16 COL 55 VALUE "pounds"
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
        *>    LOYALTY TIER FROM THE NIGHTLY RUN
             05 LINE 18 COL 10 VALUE "Loyalty tier:".
             05 LINE 18 COL 24 PIC X(6) USING WS-LOYALTY-SHOWN.
             05 LINE 18 COL 32 VALUE "Bonus on purchases:".
             05 LINE 18 COL 52 PIC ZZ9 USING WS-LOYALTY-PCT.
             05 LINE 18 COL 55 VALUE "%".
             05 LINE 19 COL 10 VALUE "Card spend, last 12 months:".
             05 LINE 19 COL 38 PIC Z(6)9 USING WS-LOYALTY-SPEND.
             05 LINE 19 COL 46 VALUE "pounds".
             05 LINE 20 COL 10 PIC X(60) USING WS-LOYALTY-NOTICE.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
             05 CREDIT-STORE-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                USING CREDIT-STORE-CHOICE.        
               05 LINE 44 COL 1 VALUE "     (M) Messages     (F) Fun & g
      -    "ames     (C) Credit store     (A) Account details          "                                 
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "     (L) Logout       (Q) Quit   
      -    "                               (?) Help articles        "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 46 COL 1 VALUE "                                 
      -    "                                                        "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 47 COL 1 VALUE "                                 
      -    "                                                        "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 48 COL 1 VALUE "     (D) Direct messages
      -    "   (N) Who's online      (J) Chat room  (G) Directory      "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 49 COL 1 VALUE "                                 
      -    "                                                        "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
        *>    STAFF OPTIONS, ONLY THOSE THE MEMBER'S ROLES COVER
             05 LINE 45 COL 41 PIC X(24) FROM WS-MNU-BACK-OFFICE-TXT
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 46 COL 6 PIC X(28) FROM WS-MNU-SLOT(1)
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 46 COL 34 PIC X(28) FROM WS-MNU-SLOT(2)
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 46 COL 62 PIC X(28) FROM WS-MNU-SLOT(3)
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 47 COL 6 PIC X(28) FROM WS-MNU-SLOT(4)
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 47 COL 34 PIC X(28) FROM WS-MNU-SLOT(5)
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 47 COL 62 PIC X(28) FROM WS-MNU-SLOT(6)
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 49 COL 6 PIC X(28) FROM WS-MNU-SLOT(7)
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 49 COL 34 PIC X(28) FROM WS-MNU-SLOT(8)
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 49 COL 62 PIC X(28) FROM WS-MNU-SLOT(9)
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
        *>    MENU BODY
           
      -    "  (F) Find     (S) Page size (G) Go back  (Q) Quit         "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 46 COL 1 VALUE "    (T) Trending          (O) Fo
      -    "llowing feed         (R) Best rated  (V) Saved searches   "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 47 COL 1 VALUE "    (A) Author filter  (U) Catch
      -    "up  (E) Subscriptions  (H) Archive                         "
             FOREGROUND-COLOR IS 6, REVERSE-VIDEO.
             05 LINE 14 COL 84 VALUE "  "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
        *>    THE SPONSORED POST SERVED TO THIS MEMBER ON THIS BOARD.
        *>    BLANK WHEN NO CAMPAIGN'S TARGETING FITS.
             05 LINE 10 COL 12 PIC X(50) USING WS-SERVED-SP-TITLE
             FOREGROUND-COLOR IS 6, REVERSE-VIDEO.
             05 LINE 10 COL 66 PIC X(16) USING WS-SERVED-SP-BY
             FOREGROUND-COLOR IS 6, REVERSE-VIDEO.
             05 LINE 11 COL 12 PIC X(70) USING WS-SERVED-SP-TEXT
             FOREGROUND-COLOR IS 6, REVERSE-VIDEO.
        *>    PINNED ANNOUNCEMENTS SIT ABOVE THE NORMAL FEED. THE
        *>    FIELDS ARE SIMPLY BLANK WHEN NOTHING IS PINNED.
             05 LINE 12 COL 12 PIC X(7) USING WS-PINNED-ID(1)
               05 LINE 45 COL 1 VALUE "     (G) Go back       (Q) Quit
      -    "(E) Edit msg        (R) Retract msg                        "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 46 COL 1 VALUE "     (X) Report msg
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 46 COL 24 PIC X(22) FROM WS-MSG-DELETE-TXT
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 47 COL 1 VALUE "     (F) Follow author
      -    "(V) View poll                   (B) Block/unblock author   "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 47 COL 50 PIC X(13) FROM WS-MSG-PIN-TXT
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
        *>    MESSAGE VIEW BODY
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
               05 LINE 44 COL 1 VALUE "    ( ) Read message by number
      -    "  (W) Write message    (S) Sent items                     "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "    (G) Go back          (C) Grou
      -    "p conversations    (Q) Quit                               "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
        *>    DM INBOX BODY
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             FOREGROUND-COLOR IS 4.
             05 LINE 16 COL 22 PIC X(40) USING WS-CAL-TEXT(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 8 VALUE "E event  S series date  T tourna
      -    "ment closes  P post release  M maintenance".
             05 LINE 19 COL 8 VALUE "Q quiz night (start time and title
      -    ")".
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (N) New event series     (G)
      -    " Go back     (Q) Quit                                     "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 CAL-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-CAL-CHOICE.

           01 EVENT-SERIES-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "NEW EVENT SERIES"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-SER-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 8 COL 10 VALUE "Title:           "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 SER-TITLE-FIELD LINE 8 COL 28 PIC X(50)
               USING WS-SER-TITLE
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 10 COL 10 VALUE "Board code:      "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 SER-BOARD-FIELD LINE 10 COL 28 PIC X(10)
               USING WS-SER-BOARD
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 12 COL 10 VALUE "First date:      "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 SER-FIRST-FIELD LINE 12 COL 28 PIC X(8)
               USING WS-SER-FIRST-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 14 COL 10 VALUE "Repeats (W/F/M): "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 SER-FREQ-FIELD LINE 14 COL 28 PIC X
               USING WS-SER-FREQ
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 16 COL 10 VALUE "Last date:       "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 SER-END-FIELD LINE 16 COL 28 PIC X(8)
               USING WS-SER-END-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 18 COL 10 VALUE "Venue:           "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 SER-VENUE-FIELD LINE 18 COL 28 PIC X(30)
               USING WS-SER-VENUE
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 20 COL 10 VALUE "Capacity:        "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 SER-CAPACITY-FIELD LINE 20 COL 28 PIC X(3)
               USING WS-SER-CAPACITY-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 22 COL 10 VALUE "Ticket price:    "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 SER-PRICE-FIELD LINE 22 COL 28 PIC X(6)
               USING WS-SER-PRICE-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 24 COL 10 VALUE "Dates are YYYYMMDD. W weekly, F fo
      -    "rtnightly, M monthly on the same"
             FOREGROUND-COLOR IS 7.
             05 LINE 25 COL 10 VALUE "weekday of the same week as the fi
      -    "rst date (a fifth week means the last)."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (S) Save series     (G) Go b
      -    "ack     (Q) Quit                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "                                 
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 SER-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-SER-CHOICE.

           01 DOOR-CHECKIN-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "DOOR CHECK-IN"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-CHK-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 8 COL 10 PIC X(50) FROM WS-LM-TITLE
             FOREGROUND-COLOR IS 2, UNDERLINE.
             05 LINE 10 COL 10 VALUE "When: "
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 17 PIC 9(8) FROM WS-EVT-DATE
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 28 VALUE "Seats taken: "
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 41 PIC ZZ9 FROM WS-EVT-ATTENDING
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 47 VALUE "Checked in: "
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 59 PIC ZZ9 FROM WS-CHK-COUNT
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 10 VALUE "Member:          "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 CHK-USERNAME-FIELD LINE 12 COL 28 PIC X(16)
               USING WS-CHK-USERNAME
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 14 COL 10 VALUE "Type the member's username as they
      -    " come through the door."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (C) Check in member     (G) 
      -    "Go back     (Q) Quit                                      "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "                                 
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 CHK-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-CHK-CHOICE.

           01 MAINTENANCE-NOTE-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
               05 MERGE-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-CAL-CHOICE.
      ******************************************************************
      ***************-----BOARD MASTER SCREEN SECTION--------**********
      ******************************************************************
           01 BOARD-MASTER-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "BOARD MASTER"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-BMAS-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 8 COL 10 VALUE "Code        Title                  
      -    "         Ord  S  Owner"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 9 COL 10 PIC X(10) FROM WS-BL-CODE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 22 PIC X(30) FROM WS-BL-TITLE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 54 PIC ZZ9 FROM WS-BL-ORDER(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 59 PIC X FROM WS-BL-STATUS(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 62 PIC X(16) FROM WS-BL-OWNER(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 10 PIC X(10) FROM WS-BL-CODE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 22 PIC X(30) FROM WS-BL-TITLE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 54 PIC ZZ9 FROM WS-BL-ORDER(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 59 PIC X FROM WS-BL-STATUS(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 62 PIC X(16) FROM WS-BL-OWNER(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 10 PIC X(10) FROM WS-BL-CODE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 22 PIC X(30) FROM WS-BL-TITLE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 54 PIC ZZ9 FROM WS-BL-ORDER(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 59 PIC X FROM WS-BL-STATUS(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 62 PIC X(16) FROM WS-BL-OWNER(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 10 PIC X(10) FROM WS-BL-CODE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 22 PIC X(30) FROM WS-BL-TITLE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 54 PIC ZZ9 FROM WS-BL-ORDER(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 59 PIC X FROM WS-BL-STATUS(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 62 PIC X(16) FROM WS-BL-OWNER(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 10 PIC X(10) FROM WS-BL-CODE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 22 PIC X(30) FROM WS-BL-TITLE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 54 PIC ZZ9 FROM WS-BL-ORDER(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 59 PIC X FROM WS-BL-STATUS(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 62 PIC X(16) FROM WS-BL-OWNER(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 10 PIC X(10) FROM WS-BL-CODE(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 22 PIC X(30) FROM WS-BL-TITLE(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 54 PIC ZZ9 FROM WS-BL-ORDER(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 59 PIC X FROM WS-BL-STATUS(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 62 PIC X(16) FROM WS-BL-OWNER(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 10 PIC X(10) FROM WS-BL-CODE(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 22 PIC X(30) FROM WS-BL-TITLE(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 54 PIC ZZ9 FROM WS-BL-ORDER(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 59 PIC X FROM WS-BL-STATUS(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 62 PIC X(16) FROM WS-BL-OWNER(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 10 PIC X(10) FROM WS-BL-CODE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 22 PIC X(30) FROM WS-BL-TITLE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 54 PIC ZZ9 FROM WS-BL-ORDER(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 59 PIC X FROM WS-BL-STATUS(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 62 PIC X(16) FROM WS-BL-OWNER(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 10 PIC X(10) FROM WS-BL-CODE(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 22 PIC X(30) FROM WS-BL-TITLE(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 54 PIC ZZ9 FROM WS-BL-ORDER(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 59 PIC X FROM WS-BL-STATUS(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 62 PIC X(16) FROM WS-BL-OWNER(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 10 PIC X(10) FROM WS-BL-CODE(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 22 PIC X(30) FROM WS-BL-TITLE(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 54 PIC ZZ9 FROM WS-BL-ORDER(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 59 PIC X FROM WS-BL-STATUS(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 62 PIC X(16) FROM WS-BL-OWNER(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 10 PIC X(10) FROM WS-BL-CODE(11)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 22 PIC X(30) FROM WS-BL-TITLE(11)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 54 PIC ZZ9 FROM WS-BL-ORDER(11)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 59 PIC X FROM WS-BL-STATUS(11)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 62 PIC X(16) FROM WS-BL-OWNER(11)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 10 PIC X(10) FROM WS-BL-CODE(12)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 22 PIC X(30) FROM WS-BL-TITLE(12)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 54 PIC ZZ9 FROM WS-BL-ORDER(12)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 59 PIC X FROM WS-BL-STATUS(12)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 62 PIC X(16) FROM WS-BL-OWNER(12)
             FOREGROUND-COLOR IS 2.
             05 LINE 22 COL 10 VALUE "Board code:   "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 BMAS-CODE-FIELD LINE 22 COL 26 PIC X(10)
               USING WS-BMAS-CODE
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 23 COL 10 VALUE "Title:        "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 BMAS-TITLE-FIELD LINE 23 COL 26 PIC X(30)
               USING WS-BMAS-TITLE
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 24 COL 10 VALUE "Description:  "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 BMAS-DESC-FIELD LINE 24 COL 26 PIC X(60)
               USING WS-BMAS-DESC
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 25 COL 10 VALUE "Display order:"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 BMAS-ORDER-FIELD LINE 25 COL 26 PIC X(3)
               USING WS-BMAS-ORDER-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 27 COL 10 VALUE "Status O open, R read-only, X reti
      -    "red. Blank fields keep what is there."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (S) Save board     (F) Freez
      -    "e read-only     (O) Reopen     (R) Retire                 "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "     (L) Load codes in use     (G
      -    ") Go back     (Q) Quit                                    "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 BMAS-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-BMAS-CHOICE.
      ******************************************************************
      ***************-----HELP ARTICLE SCREEN SECTION--------**********
      ******************************************************************
           01 HELP-BROWSER-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "HELP ARTICLES"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-HLP-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 8 COL 10 VALUE "No.   Category  Title"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 9 COL 10 PIC X(4) FROM WS-HL-ID(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 16 PIC X(8) FROM WS-HL-CATEGORY(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 9 COL 26 PIC X(50) FROM WS-HL-TITLE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 10 PIC X(4) FROM WS-HL-ID(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 16 PIC X(8) FROM WS-HL-CATEGORY(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 26 PIC X(50) FROM WS-HL-TITLE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 10 PIC X(4) FROM WS-HL-ID(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 16 PIC X(8) FROM WS-HL-CATEGORY(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 11 COL 26 PIC X(50) FROM WS-HL-TITLE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 10 PIC X(4) FROM WS-HL-ID(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 16 PIC X(8) FROM WS-HL-CATEGORY(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 12 COL 26 PIC X(50) FROM WS-HL-TITLE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 10 PIC X(4) FROM WS-HL-ID(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 16 PIC X(8) FROM WS-HL-CATEGORY(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 13 COL 26 PIC X(50) FROM WS-HL-TITLE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 10 PIC X(4) FROM WS-HL-ID(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 16 PIC X(8) FROM WS-HL-CATEGORY(6)
             FOREGROUND-COLOR IS 6.
             05 LINE 14 COL 26 PIC X(50) FROM WS-HL-TITLE(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 10 PIC X(4) FROM WS-HL-ID(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 16 PIC X(8) FROM WS-HL-CATEGORY(7)
             FOREGROUND-COLOR IS 6.
             05 LINE 15 COL 26 PIC X(50) FROM WS-HL-TITLE(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 10 PIC X(4) FROM WS-HL-ID(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 16 PIC X(8) FROM WS-HL-CATEGORY(8)
             FOREGROUND-COLOR IS 6.
             05 LINE 16 COL 26 PIC X(50) FROM WS-HL-TITLE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 10 PIC X(4) FROM WS-HL-ID(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 16 PIC X(8) FROM WS-HL-CATEGORY(9)
             FOREGROUND-COLOR IS 6.
             05 LINE 17 COL 26 PIC X(50) FROM WS-HL-TITLE(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 10 PIC X(4) FROM WS-HL-ID(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 16 PIC X(8) FROM WS-HL-CATEGORY(10)
             FOREGROUND-COLOR IS 6.
             05 LINE 18 COL 26 PIC X(50) FROM WS-HL-TITLE(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 10 VALUE "Search:     "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HLPB-KEYWORD-FIELD LINE 20 COL 24 PIC X(30)
               USING WS-HLP-KEYWORD
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 21 COL 10 VALUE "Article no: "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HLPB-PICK-FIELD LINE 21 COL 24 PIC X(4)
               USING WS-HLP-PICK-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 23 COL 10 VALUE "Search looks in titles, categories
      -    " and every page. A blank search lists them all."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (F) Find     (O) Open articl
      -    "e     (G) Go back     (Q) Quit                            "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "                                 
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 HLPB-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-HLP-CHOICE.

           01 HELP-ARTICLE-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "HELP ARTICLE"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-HLP-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 8 COL 10 PIC 9(4) FROM WS-HLP-ID
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 16 PIC X(50) FROM WS-HLP-TITLE
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 9 COL 10 VALUE "Category:"
             FOREGROUND-COLOR IS 7.
             05 LINE 9 COL 20 PIC X(8) FROM WS-HLP-CATEGORY
             FOREGROUND-COLOR IS 6.
             05 LINE 9 COL 30 VALUE "Revision:"
             FOREGROUND-COLOR IS 7.
             05 LINE 9 COL 40 PIC ZZ9 FROM WS-HLP-REVISION
             FOREGROUND-COLOR IS 6.
             05 LINE 9 COL 45 VALUE "Updated:"
             FOREGROUND-COLOR IS 7.
             05 LINE 9 COL 54 PIC 9(8) FROM WS-HLP-DATE
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 10 VALUE "Page"
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 15 PIC 9 FROM WS-HLP-PAGE
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 17 VALUE "of"
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 20 PIC 9 FROM WS-HLP-PAGES
             FOREGROUND-COLOR IS 6.
             05 LINE 12 COL 10 PIC X(60) FROM WS-HLP-LINE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 10 PIC X(60) FROM WS-HLP-LINE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 10 PIC X(60) FROM WS-HLP-LINE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 10 PIC X(60) FROM WS-HLP-LINE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 10 PIC X(60) FROM WS-HLP-LINE(5)
             FOREGROUND-COLOR IS 2.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (N) Next page     (P) Previo
      -    "us page     (G) Back to list                              "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "     (Q) Quit                    
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 HLPA-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-HLP-CHOICE.

           01 HELP-EDITOR-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "HELP ARTICLE EDITOR [ADM]"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-HED-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 7 COL 10 VALUE "Search:     "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HED-KEYWORD-FIELD LINE 7 COL 24 PIC X(30)
               USING WS-HLP-KEYWORD
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 8 COL 10 VALUE "No.   Category  Title"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 9 COL 10 PIC X(4) FROM WS-HL-ID(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 16 PIC X(8) FROM WS-HL-CATEGORY(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 9 COL 26 PIC X(50) FROM WS-HL-TITLE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 10 PIC X(4) FROM WS-HL-ID(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 16 PIC X(8) FROM WS-HL-CATEGORY(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 26 PIC X(50) FROM WS-HL-TITLE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 10 PIC X(4) FROM WS-HL-ID(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 16 PIC X(8) FROM WS-HL-CATEGORY(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 11 COL 26 PIC X(50) FROM WS-HL-TITLE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 10 PIC X(4) FROM WS-HL-ID(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 16 PIC X(8) FROM WS-HL-CATEGORY(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 12 COL 26 PIC X(50) FROM WS-HL-TITLE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 10 PIC X(4) FROM WS-HL-ID(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 16 PIC X(8) FROM WS-HL-CATEGORY(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 13 COL 26 PIC X(50) FROM WS-HL-TITLE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 10 PIC X(4) FROM WS-HL-ID(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 16 PIC X(8) FROM WS-HL-CATEGORY(6)
             FOREGROUND-COLOR IS 6.
             05 LINE 14 COL 26 PIC X(50) FROM WS-HL-TITLE(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 10 PIC X(4) FROM WS-HL-ID(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 16 PIC X(8) FROM WS-HL-CATEGORY(7)
             FOREGROUND-COLOR IS 6.
             05 LINE 15 COL 26 PIC X(50) FROM WS-HL-TITLE(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 10 PIC X(4) FROM WS-HL-ID(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 16 PIC X(8) FROM WS-HL-CATEGORY(8)
             FOREGROUND-COLOR IS 6.
             05 LINE 16 COL 26 PIC X(50) FROM WS-HL-TITLE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 10 PIC X(4) FROM WS-HL-ID(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 16 PIC X(8) FROM WS-HL-CATEGORY(9)
             FOREGROUND-COLOR IS 6.
             05 LINE 17 COL 26 PIC X(50) FROM WS-HL-TITLE(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 10 PIC X(4) FROM WS-HL-ID(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 16 PIC X(8) FROM WS-HL-CATEGORY(10)
             FOREGROUND-COLOR IS 6.
             05 LINE 18 COL 26 PIC X(50) FROM WS-HL-TITLE(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 10 VALUE "Article no: "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HED-ID-FIELD LINE 20 COL 24 PIC X(4)
               USING WS-HED-ID-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 20 COL 30 VALUE "Rev"
             FOREGROUND-COLOR IS 7.
             05 LINE 20 COL 34 PIC ZZ9 FROM WS-HED-CUR-REV
             FOREGROUND-COLOR IS 6.
             05 LINE 20 COL 39 VALUE "Pages"
             FOREGROUND-COLOR IS 7.
             05 LINE 20 COL 45 PIC 9 FROM WS-HED-CUR-PAGES
             FOREGROUND-COLOR IS 6.
             05 LINE 20 COL 48 VALUE "Last edit"
             FOREGROUND-COLOR IS 7.
             05 LINE 20 COL 58 PIC X(16) FROM WS-HED-CUR-EDITOR
             FOREGROUND-COLOR IS 6.
             05 LINE 20 COL 75 PIC 9(8) FROM WS-HED-CUR-DATE
             FOREGROUND-COLOR IS 6.
             05 LINE 21 COL 10 VALUE "Title:      "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HED-TITLE-FIELD LINE 21 COL 24 PIC X(50)
               USING WS-HED-TITLE
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 22 COL 10 VALUE "Category:   "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HED-CATEGORY-FIELD LINE 22 COL 24 PIC X(8)
               USING WS-HED-CATEGORY
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 23 COL 10 VALUE "Page no:    "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HED-PAGE-FIELD LINE 23 COL 24 PIC X
               USING WS-HED-PAGE-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 24 COL 10 VALUE "Text:       "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HED-LINE-1-FIELD LINE 24 COL 24 PIC X(60)
               USING WS-HED-LINE(1)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HED-LINE-2-FIELD LINE 25 COL 24 PIC X(60)
               USING WS-HED-LINE(2)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HED-LINE-3-FIELD LINE 26 COL 24 PIC X(60)
               USING WS-HED-LINE(3)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HED-LINE-4-FIELD LINE 27 COL 24 PIC X(60)
               USING WS-HED-LINE(4)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HED-LINE-5-FIELD LINE 28 COL 24 PIC X(60)
               USING WS-HED-LINE(5)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 29 COL 10 VALUE "To revision:"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HED-REV-FIELD LINE 29 COL 24 PIC X(3)
               USING WS-HED-REV-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 31 COL 10 VALUE "Rev  Date      Editor           Ac
      -    "t  From  Pages"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 32 COL 10 PIC X(3) FROM WS-HR-REVISION(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 32 COL 15 PIC X(8) FROM WS-HR-DATE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 32 COL 25 PIC X(16) FROM WS-HR-EDITOR(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 32 COL 42 PIC X FROM WS-HR-ACTION(1)
             FOREGROUND-COLOR IS 4.
             05 LINE 32 COL 46 PIC X(3) FROM WS-HR-FROM(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 32 COL 52 PIC X FROM WS-HR-PAGES(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 33 COL 10 PIC X(3) FROM WS-HR-REVISION(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 33 COL 15 PIC X(8) FROM WS-HR-DATE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 33 COL 25 PIC X(16) FROM WS-HR-EDITOR(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 33 COL 42 PIC X FROM WS-HR-ACTION(2)
             FOREGROUND-COLOR IS 4.
             05 LINE 33 COL 46 PIC X(3) FROM WS-HR-FROM(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 33 COL 52 PIC X FROM WS-HR-PAGES(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 34 COL 10 PIC X(3) FROM WS-HR-REVISION(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 34 COL 15 PIC X(8) FROM WS-HR-DATE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 34 COL 25 PIC X(16) FROM WS-HR-EDITOR(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 34 COL 42 PIC X FROM WS-HR-ACTION(3)
             FOREGROUND-COLOR IS 4.
             05 LINE 34 COL 46 PIC X(3) FROM WS-HR-FROM(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 34 COL 52 PIC X FROM WS-HR-PAGES(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 35 COL 10 PIC X(3) FROM WS-HR-REVISION(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 35 COL 15 PIC X(8) FROM WS-HR-DATE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 35 COL 25 PIC X(16) FROM WS-HR-EDITOR(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 35 COL 42 PIC X FROM WS-HR-ACTION(4)
             FOREGROUND-COLOR IS 4.
             05 LINE 35 COL 46 PIC X(3) FROM WS-HR-FROM(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 35 COL 52 PIC X FROM WS-HR-PAGES(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 36 COL 10 PIC X(3) FROM WS-HR-REVISION(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 36 COL 15 PIC X(8) FROM WS-HR-DATE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 36 COL 25 PIC X(16) FROM WS-HR-EDITOR(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 36 COL 42 PIC X FROM WS-HR-ACTION(5)
             FOREGROUND-COLOR IS 4.
             05 LINE 36 COL 46 PIC X(3) FROM WS-HR-FROM(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 36 COL 52 PIC X FROM WS-HR-PAGES(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 37 COL 10 PIC X(3) FROM WS-HR-REVISION(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 37 COL 15 PIC X(8) FROM WS-HR-DATE(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 37 COL 25 PIC X(16) FROM WS-HR-EDITOR(6)
             FOREGROUND-COLOR IS 6.
             05 LINE 37 COL 42 PIC X FROM WS-HR-ACTION(6)
             FOREGROUND-COLOR IS 4.
             05 LINE 37 COL 46 PIC X(3) FROM WS-HR-FROM(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 37 COL 52 PIC X FROM WS-HR-PAGES(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 38 COL 10 PIC X(3) FROM WS-HR-REVISION(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 38 COL 15 PIC X(8) FROM WS-HR-DATE(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 38 COL 25 PIC X(16) FROM WS-HR-EDITOR(7)
             FOREGROUND-COLOR IS 6.
             05 LINE 38 COL 42 PIC X FROM WS-HR-ACTION(7)
             FOREGROUND-COLOR IS 4.
             05 LINE 38 COL 46 PIC X(3) FROM WS-HR-FROM(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 38 COL 52 PIC X FROM WS-HR-PAGES(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 39 COL 10 PIC X(3) FROM WS-HR-REVISION(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 39 COL 15 PIC X(8) FROM WS-HR-DATE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 39 COL 25 PIC X(16) FROM WS-HR-EDITOR(8)
             FOREGROUND-COLOR IS 6.
             05 LINE 39 COL 42 PIC X FROM WS-HR-ACTION(8)
             FOREGROUND-COLOR IS 4.
             05 LINE 39 COL 46 PIC X(3) FROM WS-HR-FROM(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 39 COL 52 PIC X FROM WS-HR-PAGES(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 40 COL 10 VALUE "Blank article no starts a new arti
      -    "cle. Act N new, E edited, R rolled back."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (L) Load page     (S) Save p
      -    "age     (R) Roll back     (F) Find                        "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "     (E) Views report     (G) Go 
      -    "back     (Q) Quit                                         "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 HED-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-HED-CHOICE.
      ******************************************************************
      ***************-----GROUP CONVERSATION SCREEN SECTION--------****
      ******************************************************************
           01 GROUP-LIST-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "GROUP CONVERSATIONS"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-GRP-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 8 COL 10 VALUE "No.   Conversation                 
      -    "   Owner             In  Unread"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 9 COL 10 PIC X(4) FROM WS-GRL-ID(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 16 PIC X(30) FROM WS-GRL-NAME(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 48 PIC X(16) FROM WS-GRL-OWNER(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 9 COL 66 PIC X(2) FROM WS-GRL-MEMBERS(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 70 PIC X(3) FROM WS-GRL-UNREAD(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 10 PIC X(4) FROM WS-GRL-ID(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 16 PIC X(30) FROM WS-GRL-NAME(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 48 PIC X(16) FROM WS-GRL-OWNER(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 66 PIC X(2) FROM WS-GRL-MEMBERS(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 70 PIC X(3) FROM WS-GRL-UNREAD(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 11 COL 10 PIC X(4) FROM WS-GRL-ID(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 16 PIC X(30) FROM WS-GRL-NAME(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 48 PIC X(16) FROM WS-GRL-OWNER(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 11 COL 66 PIC X(2) FROM WS-GRL-MEMBERS(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 70 PIC X(3) FROM WS-GRL-UNREAD(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 12 COL 10 PIC X(4) FROM WS-GRL-ID(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 16 PIC X(30) FROM WS-GRL-NAME(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 48 PIC X(16) FROM WS-GRL-OWNER(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 12 COL 66 PIC X(2) FROM WS-GRL-MEMBERS(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 70 PIC X(3) FROM WS-GRL-UNREAD(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 13 COL 10 PIC X(4) FROM WS-GRL-ID(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 16 PIC X(30) FROM WS-GRL-NAME(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 48 PIC X(16) FROM WS-GRL-OWNER(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 13 COL 66 PIC X(2) FROM WS-GRL-MEMBERS(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 70 PIC X(3) FROM WS-GRL-UNREAD(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 14 COL 10 PIC X(4) FROM WS-GRL-ID(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 16 PIC X(30) FROM WS-GRL-NAME(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 48 PIC X(16) FROM WS-GRL-OWNER(6)
             FOREGROUND-COLOR IS 6.
             05 LINE 14 COL 66 PIC X(2) FROM WS-GRL-MEMBERS(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 70 PIC X(3) FROM WS-GRL-UNREAD(6)
             FOREGROUND-COLOR IS 6.
             05 LINE 15 COL 10 PIC X(4) FROM WS-GRL-ID(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 16 PIC X(30) FROM WS-GRL-NAME(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 48 PIC X(16) FROM WS-GRL-OWNER(7)
             FOREGROUND-COLOR IS 6.
             05 LINE 15 COL 66 PIC X(2) FROM WS-GRL-MEMBERS(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 70 PIC X(3) FROM WS-GRL-UNREAD(7)
             FOREGROUND-COLOR IS 6.
             05 LINE 16 COL 10 PIC X(4) FROM WS-GRL-ID(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 16 PIC X(30) FROM WS-GRL-NAME(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 48 PIC X(16) FROM WS-GRL-OWNER(8)
             FOREGROUND-COLOR IS 6.
             05 LINE 16 COL 66 PIC X(2) FROM WS-GRL-MEMBERS(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 70 PIC X(3) FROM WS-GRL-UNREAD(8)
             FOREGROUND-COLOR IS 6.
             05 LINE 19 COL 10 VALUE "Conv no:    "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 GRPL-PICK-FIELD LINE 19 COL 24 PIC X(4)
               USING WS-GRP-PICK-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 20 COL 10 VALUE "New name:   "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 GRPL-NAME-FIELD LINE 20 COL 24 PIC X(30)
               USING WS-GRP-NAME
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 21 COL 10 VALUE "Member:     "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 GRPL-MEMBER-FIELD LINE 21 COL 24 PIC X(16)
               USING WS-GRP-MEMBER
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 23 COL 10 VALUE "Only the owner can add members. A 
      -    "member who has blocked, or been blocked by,"
             FOREGROUND-COLOR IS 7.
             05 LINE 24 COL 10 VALUE "anyone in the conversation cannot 
      -    "be added."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "    (O) Open conversation   (N) N
      -    "ew conversation   (A) Add member   (L) Leave              "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "    (G) Go back             (Q) Q
      -    "uit                                                       "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 GRPL-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-GRP-CHOICE.

           01 GROUP-THREAD-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "GROUP CONVERSATION"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-GRP-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 7 COL 10 PIC X(30) FROM WS-GRP-TITLE
             FOREGROUND-COLOR IS 2, UNDERLINE.
             05 LINE 7 COL 44 VALUE "Owner: " FOREGROUND-COLOR IS 7.
             05 LINE 7 COL 51 PIC X(16) FROM WS-GRP-OWNER
             FOREGROUND-COLOR IS 6.
             05 LINE 8 COL 10 VALUE "In this conversation:"
             FOREGROUND-COLOR IS 7.
             05 LINE 9 COL 10 PIC X(16) FROM WS-GRP-PART(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 9 COL 28 PIC X(16) FROM WS-GRP-PART(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 9 COL 46 PIC X(16) FROM WS-GRP-PART(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 9 COL 64 PIC X(16) FROM WS-GRP-PART(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 10 PIC X(16) FROM WS-GRP-PART(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 28 PIC X(16) FROM WS-GRP-PART(6)
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 46 PIC X(16) FROM WS-GRP-PART(7)
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 64 PIC X(16) FROM WS-GRP-PART(8)
             FOREGROUND-COLOR IS 6.
             05 LINE 12 COL 10 PIC X(16) FROM WS-GRT-SENDER(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 12 COL 28 PIC X(8) FROM WS-GRT-DATE(1)
             FOREGROUND-COLOR IS 7.
             05 LINE 12 COL 40 PIC X(2) FROM WS-GRT-READ-BY(1)
             FOREGROUND-COLOR IS 7.
             05 LINE 12 COL 43 PIC X(2) FROM WS-GRT-SENT-TO(1)
             FOREGROUND-COLOR IS 7.
             05 LINE 13 COL 12 PIC X(70) FROM WS-GRT-TEXT-1(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 12 PIC X(70) FROM WS-GRT-TEXT-2(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 10 PIC X(16) FROM WS-GRT-SENDER(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 15 COL 28 PIC X(8) FROM WS-GRT-DATE(2)
             FOREGROUND-COLOR IS 7.
             05 LINE 15 COL 40 PIC X(2) FROM WS-GRT-READ-BY(2)
             FOREGROUND-COLOR IS 7.
             05 LINE 15 COL 43 PIC X(2) FROM WS-GRT-SENT-TO(2)
             FOREGROUND-COLOR IS 7.
             05 LINE 16 COL 12 PIC X(70) FROM WS-GRT-TEXT-1(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 12 PIC X(70) FROM WS-GRT-TEXT-2(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 10 PIC X(16) FROM WS-GRT-SENDER(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 18 COL 28 PIC X(8) FROM WS-GRT-DATE(3)
             FOREGROUND-COLOR IS 7.
             05 LINE 18 COL 40 PIC X(2) FROM WS-GRT-READ-BY(3)
             FOREGROUND-COLOR IS 7.
             05 LINE 18 COL 43 PIC X(2) FROM WS-GRT-SENT-TO(3)
             FOREGROUND-COLOR IS 7.
             05 LINE 19 COL 12 PIC X(70) FROM WS-GRT-TEXT-1(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 12 PIC X(70) FROM WS-GRT-TEXT-2(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 21 COL 10 PIC X(16) FROM WS-GRT-SENDER(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 21 COL 28 PIC X(8) FROM WS-GRT-DATE(4)
             FOREGROUND-COLOR IS 7.
             05 LINE 21 COL 40 PIC X(2) FROM WS-GRT-READ-BY(4)
             FOREGROUND-COLOR IS 7.
             05 LINE 21 COL 43 PIC X(2) FROM WS-GRT-SENT-TO(4)
             FOREGROUND-COLOR IS 7.
             05 LINE 22 COL 12 PIC X(70) FROM WS-GRT-TEXT-1(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 23 COL 12 PIC X(70) FROM WS-GRT-TEXT-2(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 24 COL 10 PIC X(16) FROM WS-GRT-SENDER(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 24 COL 28 PIC X(8) FROM WS-GRT-DATE(5)
             FOREGROUND-COLOR IS 7.
             05 LINE 24 COL 40 PIC X(2) FROM WS-GRT-READ-BY(5)
             FOREGROUND-COLOR IS 7.
             05 LINE 24 COL 43 PIC X(2) FROM WS-GRT-SENT-TO(5)
             FOREGROUND-COLOR IS 7.
             05 LINE 25 COL 12 PIC X(70) FROM WS-GRT-TEXT-1(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 26 COL 12 PIC X(70) FROM WS-GRT-TEXT-2(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 27 COL 10 PIC X(16) FROM WS-GRT-SENDER(6)
             FOREGROUND-COLOR IS 6.
             05 LINE 27 COL 28 PIC X(8) FROM WS-GRT-DATE(6)
             FOREGROUND-COLOR IS 7.
             05 LINE 27 COL 40 PIC X(2) FROM WS-GRT-READ-BY(6)
             FOREGROUND-COLOR IS 7.
             05 LINE 27 COL 43 PIC X(2) FROM WS-GRT-SENT-TO(6)
             FOREGROUND-COLOR IS 7.
             05 LINE 28 COL 12 PIC X(70) FROM WS-GRT-TEXT-1(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 29 COL 12 PIC X(70) FROM WS-GRT-TEXT-2(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 31 COL 10 VALUE "Read counts show readers / sent to
      -    ", newest message last."
             FOREGROUND-COLOR IS 7.
             05 LINE 33 COL 10 VALUE "Message:" FOREGROUND-COLOR IS 3,
               REVERSE-VIDEO.
             05 GRPT-POST-1-FIELD LINE 34 COL 10 PIC X(70)
               USING WS-GRP-POST-1
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 GRPT-POST-2-FIELD LINE 35 COL 10 PIC X(70)
               USING WS-GRP-POST-2
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "    (P) Post message   (R) Refres
      -    "h   (L) Leave conversation                                "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "    (G) Go back        (Q) Quit  
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 GRPT-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-GRP-CHOICE.

      ******************************************************************
      ***************-----WHO'S ONLINE SCREEN SECTION--------**********
      ******************************************************************
           01 WHOS-ONLINE-SCREEN
               BACKGROUND-COLOR IS 1.
             05 BLANK SCREEN.
        *>    WHO'S ONLINE HEADER
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 81 VALUE "CREDITS: "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 90 USING WS-USERCREDITS
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
        *>    WHO'S ONLINE FOOTER
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (G) Go back       (Q) Quit
      -    "                                                           "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
        *>    WHO'S ONLINE BODY
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE  4 COL 40 VALUE "WHO'S ONLINE"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE  9 COL 8 VALUE "                             CURREN
      -    "TLY SIGNED IN                              "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 10 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(1)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 11 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(2)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 12 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(3)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 13 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(4)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 14 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(5)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 15 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(6)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 16 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(7)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 17 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(8)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 18 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(9)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 19 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(10)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 20 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(11)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 21 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(12)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 22 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(13)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 23 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(14)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 24 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(15)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 25 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(16)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 26 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(17)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 27 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(18)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 28 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(19)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 29 COL 14 PIC X(16) USING WS-ONLINE-USERNAME(20)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
        *>    WHO'S ONLINE OPTION POSITIONING
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 ONLINE-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-ONLINE-CHOICE.
      ******************************************************************
      ***************-----BOARD FILTER SCREEN SECTION--------***********
      ******************************************************************
           01 BOARD-FILTER-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
        *>    BOARD FILTER HEADER
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
        *>    BOARD FILTER BODY
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "BULLETIN BOARD"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 VALUE "Boards:"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 7 COL 10 PIC X(10) FROM WS-BL-CODE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 7 COL 22 PIC X(30) FROM WS-BL-TITLE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 7 COL 54 PIC X(40) FROM WS-BL-DESC(1)
             FOREGROUND-COLOR IS 7.
             05 LINE 8 COL 10 PIC X(10) FROM WS-BL-CODE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 22 PIC X(30) FROM WS-BL-TITLE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 54 PIC X(40) FROM WS-BL-DESC(2)
             FOREGROUND-COLOR IS 7.
             05 LINE 9 COL 10 PIC X(10) FROM WS-BL-CODE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 22 PIC X(30) FROM WS-BL-TITLE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 54 PIC X(40) FROM WS-BL-DESC(3)
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 10 PIC X(10) FROM WS-BL-CODE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 22 PIC X(30) FROM WS-BL-TITLE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 54 PIC X(40) FROM WS-BL-DESC(4)
             FOREGROUND-COLOR IS 7.
             05 LINE 11 COL 10 PIC X(10) FROM WS-BL-CODE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 22 PIC X(30) FROM WS-BL-TITLE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 54 PIC X(40) FROM WS-BL-DESC(5)
             FOREGROUND-COLOR IS 7.
             05 LINE 12 COL 10 PIC X(10) FROM WS-BL-CODE(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 22 PIC X(30) FROM WS-BL-TITLE(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 54 PIC X(40) FROM WS-BL-DESC(6)
             FOREGROUND-COLOR IS 7.
             05 LINE 13 COL 10 PIC X(10) FROM WS-BL-CODE(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 22 PIC X(30) FROM WS-BL-TITLE(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 54 PIC X(40) FROM WS-BL-DESC(7)
             FOREGROUND-COLOR IS 7.
             05 LINE 14 COL 10 PIC X(10) FROM WS-BL-CODE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 22 PIC X(30) FROM WS-BL-TITLE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 54 PIC X(40) FROM WS-BL-DESC(8)
             FOREGROUND-COLOR IS 7.
             05 LINE 15 COL 10 PIC X(10) FROM WS-BL-CODE(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 22 PIC X(30) FROM WS-BL-TITLE(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 54 PIC X(40) FROM WS-BL-DESC(9)
             FOREGROUND-COLOR IS 7.
             05 LINE 16 COL 10 PIC X(10) FROM WS-BL-CODE(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 22 PIC X(30) FROM WS-BL-TITLE(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 54 PIC X(40) FROM WS-BL-DESC(10)
             FOREGROUND-COLOR IS 7.
             05 LINE 17 COL 10 PIC X(10) FROM WS-BL-CODE(11)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 22 PIC X(30) FROM WS-BL-TITLE(11)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 54 PIC X(40) FROM WS-BL-DESC(11)
             FOREGROUND-COLOR IS 7.
             05 LINE 18 COL 10 PIC X(10) FROM WS-BL-CODE(12)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 22 PIC X(30) FROM WS-BL-TITLE(12)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 54 PIC X(40) FROM WS-BL-DESC(12)
             FOREGROUND-COLOR IS 7.
             05 LINE 20 COL 10 VALUE "Enter a board code from the li
      -    "st to view only that board's messages,"
             FOREGROUND-COLOR IS 7.
             05 LINE 21 COL 10 VALUE "or leave blank and press Enter
      -    " to clear the filter."
             FOREGROUND-COLOR IS 7.
             05 LINE 23 COL 10 VALUE "Board:  "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 BOARD-FILTER-ENTRY-FIELD LINE 23 COL 19 PIC X(10)
               USING WS-BOARD-FILTER
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 25 COL 10 PIC X(40) USING WS-BOARD-FILTER-NOTICE
             FOREGROUND-COLOR IS 4.
        *>    BOARD FILTER FOOTER
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (Enter) Apply filter
      -    "                                                           "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
      ******************************************************************
      ***************-----CHAT ROOM SCREEN SECTION-----*****************
      ******************************************************************
           01 CHAT-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "CHAT ROOM"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 5 COL 10 PIC X(30) FROM WS-CHAT-ROOM-TITLE
             FOREGROUND-COLOR IS 2.
             05 LINE 5 COL 60 VALUE "Online: "
             FOREGROUND-COLOR IS 7.
             05 LINE 5 COL 68 PIC ZZ9 USING WS-ONLINE-COUNT
             FOREGROUND-COLOR IS 2.
             05 LINE 7 COL 6 PIC X(5) USING WS-CHAT-TIME(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 7 COL 12 PIC X(16) USING WS-CHAT-NAME(1)
             FOREGROUND-COLOR IS 3.
             05 LINE 7 COL 29 PIC X(60) USING WS-CHAT-TEXT(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 6 PIC X(5) USING WS-CHAT-TIME(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 8 COL 12 PIC X(16) USING WS-CHAT-NAME(2)
             FOREGROUND-COLOR IS 3.
             05 LINE 8 COL 29 PIC X(60) USING WS-CHAT-TEXT(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 6 PIC X(5) USING WS-CHAT-TIME(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 9 COL 12 PIC X(16) USING WS-CHAT-NAME(3)
             FOREGROUND-COLOR IS 3.
             05 LINE 9 COL 29 PIC X(60) USING WS-CHAT-TEXT(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 6 PIC X(5) USING WS-CHAT-TIME(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 12 PIC X(16) USING WS-CHAT-NAME(4)
             FOREGROUND-COLOR IS 3.
             05 LINE 10 COL 29 PIC X(60) USING WS-CHAT-TEXT(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 6 PIC X(5) USING WS-CHAT-TIME(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 11 COL 12 PIC X(16) USING WS-CHAT-NAME(5)
             FOREGROUND-COLOR IS 3.
             05 LINE 11 COL 29 PIC X(60) USING WS-CHAT-TEXT(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 6 PIC X(5) USING WS-CHAT-TIME(6)
             FOREGROUND-COLOR IS 6.
             05 LINE 12 COL 12 PIC X(16) USING WS-CHAT-NAME(6)
             FOREGROUND-COLOR IS 3.
             05 LINE 12 COL 29 PIC X(60) USING WS-CHAT-TEXT(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 6 PIC X(5) USING WS-CHAT-TIME(7)
             FOREGROUND-COLOR IS 6.
             05 LINE 13 COL 12 PIC X(16) USING WS-CHAT-NAME(7)
             FOREGROUND-COLOR IS 3.
             05 LINE 13 COL 29 PIC X(60) USING WS-CHAT-TEXT(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 6 PIC X(5) USING WS-CHAT-TIME(8)
             FOREGROUND-COLOR IS 6.
             05 LINE 14 COL 12 PIC X(16) USING WS-CHAT-NAME(8)
             FOREGROUND-COLOR IS 3.
             05 LINE 14 COL 29 PIC X(60) USING WS-CHAT-TEXT(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 6 PIC X(5) USING WS-CHAT-TIME(9)
             FOREGROUND-COLOR IS 6.
             05 LINE 15 COL 12 PIC X(16) USING WS-CHAT-NAME(9)
             FOREGROUND-COLOR IS 3.
             05 LINE 15 COL 29 PIC X(60) USING WS-CHAT-TEXT(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 6 PIC X(5) USING WS-CHAT-TIME(10)
             FOREGROUND-COLOR IS 6.
             05 LINE 16 COL 12 PIC X(16) USING WS-CHAT-NAME(10)
             FOREGROUND-COLOR IS 3.
             05 LINE 16 COL 29 PIC X(60) USING WS-CHAT-TEXT(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 6 PIC X(5) USING WS-CHAT-TIME(11)
             FOREGROUND-COLOR IS 6.
             05 LINE 17 COL 12 PIC X(16) USING WS-CHAT-NAME(11)
             FOREGROUND-COLOR IS 3.
             05 LINE 17 COL 29 PIC X(60) USING WS-CHAT-TEXT(11)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 6 PIC X(5) USING WS-CHAT-TIME(12)
             FOREGROUND-COLOR IS 6.
             05 LINE 18 COL 12 PIC X(16) USING WS-CHAT-NAME(12)
             FOREGROUND-COLOR IS 3.
             05 LINE 18 COL 29 PIC X(60) USING WS-CHAT-TEXT(12)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 6 VALUE "Say: "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 CHAT-INPUT-FIELD LINE 20 COL 12 PIC X(60)
               USING WS-CHAT-INPUT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 22 COL 6 PIC X(40) USING WS-CHAT-STATUS
             FOREGROUND-COLOR IS 4.
             05 LINE 24 COL 6 VALUE "Member: "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 CHAT-MEMBER-FIELD LINE 24 COL 15 PIC X(16)
               USING WS-CHAT-MEMBER
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 24 COL 33 VALUE "Minutes: "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 CHAT-MINUTES-FIELD LINE 24 COL 43 PIC X(3)
               USING WS-CHAT-MINUTES-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 25 COL 6 VALUE "Room moderators only. No minutes me
      -    "ans fifteen."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (S) Send     (R) Refresh    
      -    " (G) Leave room     (Q) Quit                              "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 6 PIC X(35) FROM WS-CHAT-SANCTION-TXT
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 CHAT-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-CHAT-CHOICE.

           01 CHAT-ROOMS-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "CHAT ROOMS"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-CHAT-STATUS
             FOREGROUND-COLOR IS 4.
             05 LINE 8 COL 10 VALUE "No  Room        Title"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 9 COL 10 PIC X(2) FROM WS-CHAT-NO(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 14 PIC X(10) FROM WS-CR-CODE(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 9 COL 26 PIC X(30) FROM WS-CR-TITLE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 10 PIC X(2) FROM WS-CHAT-NO(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 14 PIC X(10) FROM WS-CR-CODE(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 26 PIC X(30) FROM WS-CR-TITLE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 10 PIC X(2) FROM WS-CHAT-NO(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 14 PIC X(10) FROM WS-CR-CODE(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 11 COL 26 PIC X(30) FROM WS-CR-TITLE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 10 PIC X(2) FROM WS-CHAT-NO(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 14 PIC X(10) FROM WS-CR-CODE(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 12 COL 26 PIC X(30) FROM WS-CR-TITLE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 10 PIC X(2) FROM WS-CHAT-NO(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 14 PIC X(10) FROM WS-CR-CODE(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 13 COL 26 PIC X(30) FROM WS-CR-TITLE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 10 PIC X(2) FROM WS-CHAT-NO(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 14 PIC X(10) FROM WS-CR-CODE(6)
             FOREGROUND-COLOR IS 6.
             05 LINE 14 COL 26 PIC X(30) FROM WS-CR-TITLE(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 10 PIC X(2) FROM WS-CHAT-NO(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 14 PIC X(10) FROM WS-CR-CODE(7)
             FOREGROUND-COLOR IS 6.
             05 LINE 15 COL 26 PIC X(30) FROM WS-CR-TITLE(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 10 PIC X(2) FROM WS-CHAT-NO(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 14 PIC X(10) FROM WS-CR-CODE(8)
             FOREGROUND-COLOR IS 6.
             05 LINE 16 COL 26 PIC X(30) FROM WS-CR-TITLE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 10 PIC X(2) FROM WS-CHAT-NO(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 14 PIC X(10) FROM WS-CR-CODE(9)
             FOREGROUND-COLOR IS 6.
             05 LINE 17 COL 26 PIC X(30) FROM WS-CR-TITLE(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 10 PIC X(2) FROM WS-CHAT-NO(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 14 PIC X(10) FROM WS-CR-CODE(10)
             FOREGROUND-COLOR IS 6.
             05 LINE 18 COL 26 PIC X(30) FROM WS-CR-TITLE(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 10 VALUE "Room no:    "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 CHRM-PICK-FIELD LINE 20 COL 24 PIC X(2)
               USING WS-CHAT-ROOM-PICK-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (J) Join room     (G) Go bac
      -    "k     (Q) Quit                                            "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "                                 
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 CHRM-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-CHAT-ROOM-CHOICE.

           01 CHAT-ROOM-ADMIN-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "CHAT ROOM MASTER"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-CRM-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 8 COL 10 VALUE "No  Room        Title"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 9 COL 10 PIC X(2) FROM WS-CHAT-NO(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 14 PIC X(10) FROM WS-CR-CODE(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 9 COL 26 PIC X(30) FROM WS-CR-TITLE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 58 PIC X(1) FROM WS-CR-STATUS(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 10 PIC X(2) FROM WS-CHAT-NO(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 14 PIC X(10) FROM WS-CR-CODE(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 26 PIC X(30) FROM WS-CR-TITLE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 58 PIC X(1) FROM WS-CR-STATUS(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 11 COL 10 PIC X(2) FROM WS-CHAT-NO(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 14 PIC X(10) FROM WS-CR-CODE(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 11 COL 26 PIC X(30) FROM WS-CR-TITLE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 58 PIC X(1) FROM WS-CR-STATUS(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 12 COL 10 PIC X(2) FROM WS-CHAT-NO(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 14 PIC X(10) FROM WS-CR-CODE(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 12 COL 26 PIC X(30) FROM WS-CR-TITLE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 58 PIC X(1) FROM WS-CR-STATUS(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 13 COL 10 PIC X(2) FROM WS-CHAT-NO(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 14 PIC X(10) FROM WS-CR-CODE(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 13 COL 26 PIC X(30) FROM WS-CR-TITLE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 58 PIC X(1) FROM WS-CR-STATUS(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 14 COL 10 PIC X(2) FROM WS-CHAT-NO(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 14 PIC X(10) FROM WS-CR-CODE(6)
             FOREGROUND-COLOR IS 6.
             05 LINE 14 COL 26 PIC X(30) FROM WS-CR-TITLE(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 58 PIC X(1) FROM WS-CR-STATUS(6)
             FOREGROUND-COLOR IS 6.
             05 LINE 15 COL 10 PIC X(2) FROM WS-CHAT-NO(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 14 PIC X(10) FROM WS-CR-CODE(7)
             FOREGROUND-COLOR IS 6.
             05 LINE 15 COL 26 PIC X(30) FROM WS-CR-TITLE(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 58 PIC X(1) FROM WS-CR-STATUS(7)
             FOREGROUND-COLOR IS 6.
             05 LINE 16 COL 10 PIC X(2) FROM WS-CHAT-NO(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 14 PIC X(10) FROM WS-CR-CODE(8)
             FOREGROUND-COLOR IS 6.
             05 LINE 16 COL 26 PIC X(30) FROM WS-CR-TITLE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 58 PIC X(1) FROM WS-CR-STATUS(8)
             FOREGROUND-COLOR IS 6.
             05 LINE 17 COL 10 PIC X(2) FROM WS-CHAT-NO(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 14 PIC X(10) FROM WS-CR-CODE(9)
             FOREGROUND-COLOR IS 6.
             05 LINE 17 COL 26 PIC X(30) FROM WS-CR-TITLE(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 58 PIC X(1) FROM WS-CR-STATUS(9)
             FOREGROUND-COLOR IS 6.
             05 LINE 18 COL 10 PIC X(2) FROM WS-CHAT-NO(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 14 PIC X(10) FROM WS-CR-CODE(10)
             FOREGROUND-COLOR IS 6.
             05 LINE 18 COL 26 PIC X(30) FROM WS-CR-TITLE(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 58 PIC X(1) FROM WS-CR-STATUS(10)
             FOREGROUND-COLOR IS 6.
             05 LINE 20 COL 10 VALUE "Room code:  "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 CRM-CODE-FIELD LINE 20 COL 24 PIC X(10)
               USING WS-CRM-CODE
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 21 COL 10 VALUE "Title:      "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 CRM-TITLE-FIELD LINE 21 COL 24 PIC X(30)
               USING WS-CRM-TITLE
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 23 COL 10 VALUE "Status O open, X closed. Delegate
      -    "a room moderator with (D) and the room code."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (A) Add room     (X) Close r
      -    "oom     (O) Reopen room                                   "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "     (G) Go back      (Q) Quit   
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 CRM-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-CRM-ACTION.

           01 GAME-REPLAY-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "GAME SESSION REPLAY [ADM]"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-GRY-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 8 COL 10 VALUE "Member:     "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 GRY-MEMBER-FIELD LINE 8 COL 24 PIC X(16)
               USING WS-GRY-MEMBER
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 9 COL 10 VALUE "Session no: "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 GRY-ID-FIELD LINE 9 COL 24 PIC X(6)
               USING WS-GRY-ID-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 11 COL 10 VALUE "Session Date      Game Out  Stake
      -    "   Paid"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 12 COL 10 PIC 9(6) FROM WS-GRY-L-ID(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 18 PIC 9(8) FROM WS-GRY-L-DATE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 28 PIC X(4) FROM WS-GRY-L-GAME(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 12 COL 34 PIC X FROM WS-GRY-L-OUTCOME(1)
             FOREGROUND-COLOR IS 4.
             05 LINE 12 COL 37 PIC ZZZZZ9 FROM WS-GRY-L-STAKE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 45 PIC ZZZZZ9 FROM WS-GRY-L-PAYOUT(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 10 PIC 9(6) FROM WS-GRY-L-ID(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 18 PIC 9(8) FROM WS-GRY-L-DATE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 28 PIC X(4) FROM WS-GRY-L-GAME(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 13 COL 34 PIC X FROM WS-GRY-L-OUTCOME(2)
             FOREGROUND-COLOR IS 4.
             05 LINE 13 COL 37 PIC ZZZZZ9 FROM WS-GRY-L-STAKE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 45 PIC ZZZZZ9 FROM WS-GRY-L-PAYOUT(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 10 PIC 9(6) FROM WS-GRY-L-ID(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 18 PIC 9(8) FROM WS-GRY-L-DATE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 28 PIC X(4) FROM WS-GRY-L-GAME(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 14 COL 34 PIC X FROM WS-GRY-L-OUTCOME(3)
             FOREGROUND-COLOR IS 4.
             05 LINE 14 COL 37 PIC ZZZZZ9 FROM WS-GRY-L-STAKE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 45 PIC ZZZZZ9 FROM WS-GRY-L-PAYOUT(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 10 PIC 9(6) FROM WS-GRY-L-ID(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 18 PIC 9(8) FROM WS-GRY-L-DATE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 28 PIC X(4) FROM WS-GRY-L-GAME(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 15 COL 34 PIC X FROM WS-GRY-L-OUTCOME(4)
             FOREGROUND-COLOR IS 4.
             05 LINE 15 COL 37 PIC ZZZZZ9 FROM WS-GRY-L-STAKE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 45 PIC ZZZZZ9 FROM WS-GRY-L-PAYOUT(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 10 PIC 9(6) FROM WS-GRY-L-ID(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 18 PIC 9(8) FROM WS-GRY-L-DATE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 28 PIC X(4) FROM WS-GRY-L-GAME(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 16 COL 34 PIC X FROM WS-GRY-L-OUTCOME(5)
             FOREGROUND-COLOR IS 4.
             05 LINE 16 COL 37 PIC ZZZZZ9 FROM WS-GRY-L-STAKE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 45 PIC ZZZZZ9 FROM WS-GRY-L-PAYOUT(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 10 PIC 9(6) FROM WS-GRY-L-ID(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 18 PIC 9(8) FROM WS-GRY-L-DATE(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 28 PIC X(4) FROM WS-GRY-L-GAME(6)
             FOREGROUND-COLOR IS 6.
             05 LINE 17 COL 34 PIC X FROM WS-GRY-L-OUTCOME(6)
             FOREGROUND-COLOR IS 4.
             05 LINE 17 COL 37 PIC ZZZZZ9 FROM WS-GRY-L-STAKE(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 45 PIC ZZZZZ9 FROM WS-GRY-L-PAYOUT(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 10 PIC 9(6) FROM WS-GRY-L-ID(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 18 PIC 9(8) FROM WS-GRY-L-DATE(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 28 PIC X(4) FROM WS-GRY-L-GAME(7)
             FOREGROUND-COLOR IS 6.
             05 LINE 18 COL 34 PIC X FROM WS-GRY-L-OUTCOME(7)
             FOREGROUND-COLOR IS 4.
             05 LINE 18 COL 37 PIC ZZZZZ9 FROM WS-GRY-L-STAKE(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 45 PIC ZZZZZ9 FROM WS-GRY-L-PAYOUT(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 10 PIC 9(6) FROM WS-GRY-L-ID(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 18 PIC 9(8) FROM WS-GRY-L-DATE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 28 PIC X(4) FROM WS-GRY-L-GAME(8)
             FOREGROUND-COLOR IS 6.
             05 LINE 19 COL 34 PIC X FROM WS-GRY-L-OUTCOME(8)
             FOREGROUND-COLOR IS 4.
             05 LINE 19 COL 37 PIC ZZZZZ9 FROM WS-GRY-L-STAKE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 45 PIC ZZZZZ9 FROM WS-GRY-L-PAYOUT(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 10 PIC 9(6) FROM WS-GRY-L-ID(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 18 PIC 9(8) FROM WS-GRY-L-DATE(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 28 PIC X(4) FROM WS-GRY-L-GAME(9)
             FOREGROUND-COLOR IS 6.
             05 LINE 20 COL 34 PIC X FROM WS-GRY-L-OUTCOME(9)
             FOREGROUND-COLOR IS 4.
             05 LINE 20 COL 37 PIC ZZZZZ9 FROM WS-GRY-L-STAKE(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 45 PIC ZZZZZ9 FROM WS-GRY-L-PAYOUT(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 21 COL 10 PIC 9(6) FROM WS-GRY-L-ID(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 21 COL 18 PIC 9(8) FROM WS-GRY-L-DATE(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 21 COL 28 PIC X(4) FROM WS-GRY-L-GAME(10)
             FOREGROUND-COLOR IS 6.
             05 LINE 21 COL 34 PIC X FROM WS-GRY-L-OUTCOME(10)
             FOREGROUND-COLOR IS 4.
             05 LINE 21 COL 37 PIC ZZZZZ9 FROM WS-GRY-L-STAKE(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 21 COL 45 PIC ZZZZZ9 FROM WS-GRY-L-PAYOUT(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 23 COL 10 VALUE "Session"
             FOREGROUND-COLOR IS 7.
             05 LINE 23 COL 18 PIC 9(6) FROM WS-GRY-GS-ID
             FOREGROUND-COLOR IS 6.
             05 LINE 23 COL 26 PIC X(16) FROM WS-GRY-GS-USERNAME
             FOREGROUND-COLOR IS 6.
             05 LINE 23 COL 44 VALUE "Game"
             FOREGROUND-COLOR IS 7.
             05 LINE 23 COL 49 PIC X(4) FROM WS-GRY-GS-GAME
             FOREGROUND-COLOR IS 6.
             05 LINE 23 COL 55 VALUE "Level"
             FOREGROUND-COLOR IS 7.
             05 LINE 23 COL 61 PIC X FROM WS-GRY-GS-DIFFICULTY
             FOREGROUND-COLOR IS 6.
             05 LINE 24 COL 10 VALUE "Target"
             FOREGROUND-COLOR IS 7.
             05 LINE 24 COL 18 PIC X(20) FROM WS-GRY-GS-TARGET
             FOREGROUND-COLOR IS 6.
             05 LINE 24 COL 44 VALUE "Played"
             FOREGROUND-COLOR IS 7.
             05 LINE 24 COL 51 PIC 9(8) FROM WS-GRY-GS-DATE
             FOREGROUND-COLOR IS 6.
             05 LINE 24 COL 60 PIC 9(6) FROM WS-GRY-GS-TIME
             FOREGROUND-COLOR IS 6.
             05 LINE 25 COL 10 VALUE "Stake"
             FOREGROUND-COLOR IS 7.
             05 LINE 25 COL 18 PIC ZZZZZ9 FROM WS-GRY-GS-STAKE
             FOREGROUND-COLOR IS 6.
             05 LINE 25 COL 26 VALUE "ledger no"
             FOREGROUND-COLOR IS 7.
             05 LINE 25 COL 36 PIC 9(6) FROM WS-GRY-GS-STAKE-TRANS-ID
             FOREGROUND-COLOR IS 6.
             05 LINE 25 COL 44 VALUE "Outcome"
             FOREGROUND-COLOR IS 7.
             05 LINE 25 COL 52 PIC X(10) FROM WS-GRY-OUTCOME-TXT
             FOREGROUND-COLOR IS 4.
             05 LINE 26 COL 10 VALUE "Paid"
             FOREGROUND-COLOR IS 7.
             05 LINE 26 COL 18 PIC ZZZZZ9 FROM WS-GRY-GS-PAYOUT
             FOREGROUND-COLOR IS 6.
             05 LINE 26 COL 26 VALUE "ledger no"
             FOREGROUND-COLOR IS 7.
             05 LINE 26 COL 36 PIC 9(6) FROM WS-GRY-GS-PAYOUT-TRANS-ID
             FOREGROUND-COLOR IS 6.
             05 LINE 28 COL 10 VALUE "Move"
             FOREGROUND-COLOR IS 7.
             05 LINE 28 COL 15 PIC ZZ9 FROM WS-GRY-STEP
             FOREGROUND-COLOR IS 6.
             05 LINE 28 COL 19 VALUE "of"
             FOREGROUND-COLOR IS 7.
             05 LINE 28 COL 22 PIC ZZ9 FROM WS-GRY-GS-MOVE-COUNT
             FOREGROUND-COLOR IS 6.
             05 LINE 28 COL 28 PIC X(4) FROM WS-GRY-CUR-MOVE
             FOREGROUND-COLOR IS 2.
             05 LINE 28 COL 34 PIC X(20) FROM WS-GRY-CUR-RESULT
             FOREGROUND-COLOR IS 2.
             05 LINE 30 COL 34 PIC X(3) FROM WS-GRY-BOARD-ROW(1)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 31 COL 34 PIC X(3) FROM WS-GRY-BOARD-ROW(2)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 32 COL 34 PIC X(3) FROM WS-GRY-BOARD-ROW(3)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 34 COL 10 VALUE "Out: P in play, W won, L lost, D d
      -    "rawn, A walked away."
             FOREGROUND-COLOR IS 7.
             05 LINE 35 COL 10 VALUE "Only the first twenty moves of a s
      -    "ession are kept."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (L) List member     (O) Open
      -    " session     (N) Next move                                "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "     (P) Previous move     (G) Go
      -    " back     (Q) Quit                                        "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 GRY-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-GRY-CHOICE.

           01 QUIZ-NIGHT-ADMIN-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "QUIZ NIGHTS [ADM]"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-QZA-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 8 COL 10 VALUE "Title:            "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 QZA-TITLE-FIELD LINE 8 COL 30 PIC X(30)
               USING WS-QZA-TITLE
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 9 COL 10 VALUE "Date (YYYYMMDD):  "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 QZA-DATE-FIELD LINE 9 COL 30 PIC X(8)
               USING WS-QZA-DATE-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 10 COL 10 VALUE "Start (HHMM):     "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 QZA-START-FIELD LINE 10 COL 30 PIC X(4)
               USING WS-QZA-START-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 11 COL 10 VALUE "Entry fee:        "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 QZA-FEE-FIELD LINE 11 COL 30 PIC X(6)
               USING WS-QZA-FEE-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 12 COL 10 VALUE "Category 1:       "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 QZA-CAT-1-FIELD LINE 12 COL 30 PIC X(12)
               USING WS-QZA-CATEGORY(1)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 13 COL 10 VALUE "Category 2:       "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 QZA-CAT-2-FIELD LINE 13 COL 30 PIC X(12)
               USING WS-QZA-CATEGORY(2)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 14 COL 10 VALUE "Category 3:       "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 QZA-CAT-3-FIELD LINE 14 COL 30 PIC X(12)
               USING WS-QZA-CATEGORY(3)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 15 COL 10 VALUE "Questions (nn):   "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 QZA-COUNT-FIELD LINE 15 COL 30 PIC X(2)
               USING WS-QZA-COUNT-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 16 COL 10 VALUE "Answer secs (nnn):"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 QZA-WINDOW-FIELD LINE 16 COL 30 PIC X(3)
               USING WS-QZA-WINDOW-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 18 COL 10 VALUE "Blank categories draw from the who
      -    "le trivia bank. Blank questions takes ten;"
             FOREGROUND-COLOR IS 7.
             05 LINE 19 COL 10 VALUE "blank seconds takes QUIZ-ANSWER-SE
      -    "CS. Rounds and breaks follow"
             FOREGROUND-COLOR IS 7.
             05 LINE 20 COL 10 VALUE "QUIZ-ROUND-SIZE and QUIZ-BREAK-SEC
      -    "S. Prizes pay out overnight."
             FOREGROUND-COLOR IS 7.
             05 LINE 22 COL 10 VALUE "Next quiz: "
             FOREGROUND-COLOR IS 7.
             05 LINE 22 COL 24 PIC X(30) USING WS-QZN-TITLE
             FOREGROUND-COLOR IS 2.
             05 LINE 23 COL 24 PIC 9(8) USING WS-QZN-DATE
             FOREGROUND-COLOR IS 7.
             05 LINE 23 COL 34 PIC X(5) USING WS-QZN-START-TXT
             FOREGROUND-COLOR IS 7.
             05 LINE 24 COL 10 VALUE "Entrants: "
             FOREGROUND-COLOR IS 7.
             05 LINE 24 COL 24 PIC ZZZ9 USING WS-QZN-ENTRANTS
             FOREGROUND-COLOR IS 7.
             05 LINE 24 COL 34 VALUE "Prize pool: "
             FOREGROUND-COLOR IS 7.
             05 LINE 24 COL 46 PIC ZZZZZ9 USING WS-QZN-PRIZE-POOL
             FOREGROUND-COLOR IS 2.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (S) Schedule quiz night     
      -    "(G) Go back     (Q) Quit                                  "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "                                 
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 QZA-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-QZA-CHOICE.
      ******************************************************************
      **************-----REPORT SPOOL SCREEN SECTION-----***************
      ******************************************************************
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "                                 
      -    "                                                        "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "     (G) Go back     (Q) Quit    
      -    "                                                        "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 46 COL 1 VALUE "                                 
      -    "                                                        "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 47 COL 1 VALUE "                                 
      -    "                                                        "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 48 COL 1 VALUE "                                 
      -    "                                                        "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 49 COL 1 VALUE "                                 
      -    "                                                        "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 50 COL 1 VALUE "                                 
      -    "                                                        "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 51 COL 1 VALUE "                                 
      -    "                                                        "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
        *>    ONLY THE OPTIONS THE MEMBER'S ROLES COVER, PACKED UP
               05 LINE 44 COL 6 PIC X(28) FROM WS-BO-SLOT(1)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 34 PIC X(28) FROM WS-BO-SLOT(2)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 62 PIC X(28) FROM WS-BO-SLOT(3)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 34 PIC X(28) FROM WS-BO-SLOT(4)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 62 PIC X(28) FROM WS-BO-SLOT(5)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 46 COL 6 PIC X(28) FROM WS-BO-SLOT(6)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 46 COL 34 PIC X(28) FROM WS-BO-SLOT(7)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 46 COL 62 PIC X(28) FROM WS-BO-SLOT(8)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 47 COL 6 PIC X(28) FROM WS-BO-SLOT(9)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 47 COL 34 PIC X(28) FROM WS-BO-SLOT(10)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 47 COL 62 PIC X(28) FROM WS-BO-SLOT(11)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 48 COL 6 PIC X(28) FROM WS-BO-SLOT(12)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 48 COL 34 PIC X(28) FROM WS-BO-SLOT(13)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 48 COL 62 PIC X(28) FROM WS-BO-SLOT(14)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 49 COL 6 PIC X(28) FROM WS-BO-SLOT(15)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 49 COL 34 PIC X(28) FROM WS-BO-SLOT(16)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 49 COL 62 PIC X(28) FROM WS-BO-SLOT(17)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 50 COL 6 PIC X(28) FROM WS-BO-SLOT(18)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 50 COL 34 PIC X(28) FROM WS-BO-SLOT(19)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 50 COL 62 PIC X(28) FROM WS-BO-SLOT(20)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 51 COL 6 PIC X(28) FROM WS-BO-SLOT(21)
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 BO-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 21 COL 10 VALUE "Reasons: RECN reconcile  GOOD goo
      -    "dwill  CORR correction  OTHR other".
             05 LINE 22 COL 10 VALUE "         ADVR advertiser refund".
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 DELEG-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-CAL-CHOICE.

           01 STAFF-ROLES-SCREEN
             BACKGROUND-COLOR IS 1.
             05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "STAFF ROLES"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(50) USING WS-ROLE-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 8 COL 10 VALUE "FIN finance     SUP support     MOD
      -    " content moderation".
             05 LINE 9 COL 10 VALUE "OPS operations  SYS system (roles, 
      -    "parameters, card key)".
             05 LINE 10 COL 10 VALUE "A role opens its back-office funct
      -    "ions to an ADM account only.".
             05 LINE 12 COL 10 VALUE "Member:       "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 ROLE-MEMBER-FIELD LINE 12 COL 26 PIC X(16)
               USING WS-ROLE-MEMBER
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 14 COL 10 VALUE "Role:         "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 ROLE-CODE-FIELD LINE 14 COL 26 PIC X(3)
               USING WS-ROLE-CODE
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 17 COL 10 VALUE "Roles held:"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 17 COL 26 PIC X(20) FROM WS-ROLE-HELD
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 10 VALUE "Account level:"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 18 COL 26 PIC X(3) FROM WS-ROLE-LEVEL
             FOREGROUND-COLOR IS 2.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (A) Add role     (X) Remove 
      -    "role     (V) View member                                  "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "     (G) Go back     (Q) Quit    
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 ROLE-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-ROLE-ACTION.

           01 LEGAL-HOLDS-SCREEN
             BACKGROUND-COLOR IS 1.
             05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "LEGAL HOLDS"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(50) USING WS-LHD-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 8 COL 10 VALUE "While a hold stands the member cann
      -    "ot be deleted, swept,".
             05 LINE 9 COL 10 VALUE "anonymised, purged or archived. Rev
      -    "iew date is YYYYMMDD.".
             05 LINE 11 COL 10 VALUE "Member:       "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LHD-MEMBER-FIELD LINE 11 COL 26 PIC X(16)
               USING WS-LHD-MEMBER
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 13 COL 10 VALUE "Reason:       "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LHD-REASON-FIELD LINE 13 COL 26 PIC X(40)
               USING WS-LHD-REASON
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 14 COL 10 VALUE "Reference:    "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LHD-REFERENCE-FIELD LINE 14 COL 26 PIC X(20)
               USING WS-LHD-REFERENCE
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 15 COL 10 VALUE "Review date:  "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LHD-REVIEW-FIELD LINE 15 COL 26 PIC X(8)
               USING WS-LHD-REVIEW-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 18 COL 10 VALUE "Current hold:"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 18 COL 26 PIC X(40) FROM WS-LHD-STATUS
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 10 VALUE "Set by:"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 19 COL 26 PIC X(16) FROM WS-LHD-SET-BY
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 44 PIC 9(8) FROM WS-LHD-SET-DATE
             FOREGROUND-COLOR IS 2.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (P) Place/update hold   (R) 
      -    "Release hold   (V) View member                            "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "     (G) Go back     (Q) Quit    
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 LHD-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-LHD-ACTION.

           01 EXCEPTIONS-WORKBENCH-SCREEN
             BACKGROUND-COLOR IS 1.
             05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 3 COL 10 VALUE "EXCEPTIONS WORKBENCH [ADM]"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 3 COL 40 PIC X(50) USING WS-EXW-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 4 COL 10 VALUE "Open items:"
             FOREGROUND-COLOR IS 7.
             05 LINE 4 COL 22 PIC ZZZ9 USING WS-EXW-OPEN-COUNT
             FOREGROUND-COLOR IS 2.
             05 LINE 5 COL 6 VALUE "Item    St S  Key / detail / assigne
      -    "d to                Raised   Times Repeat of"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 7 COL 6 PIC 9(6) USING WS-EX-ID(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 7 COL 14 PIC X(1) USING WS-EX-STATUS(1)
             FOREGROUND-COLOR IS 4.
             05 LINE 7 COL 17 PIC X(1) USING WS-EX-SOURCE(1)
             FOREGROUND-COLOR IS 4.
             05 LINE 7 COL 20 PIC X(40) USING WS-EX-KEY(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 7 COL 62 PIC 9(8) USING
               WS-EX-FIRST-RAISED(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 7 COL 72 PIC ZZ9 USING
               WS-EX-RAISED-COUNT(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 7 COL 77 PIC Z(5)9 USING
               WS-EX-REPEAT-OF(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 20 PIC X(40) USING WS-EX-DETAIL(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 62 PIC X(16) USING
               WS-EX-ASSIGNED(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 9 COL 12 VALUE "Note:"
             FOREGROUND-COLOR IS 7.
             05 LINE 9 COL 20 PIC X(40) USING WS-EX-NOTE(1)
             FOREGROUND-COLOR IS 3.
             05 LINE 11 COL 6 PIC 9(6) USING WS-EX-ID(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 14 PIC X(1) USING WS-EX-STATUS(2)
             FOREGROUND-COLOR IS 4.
             05 LINE 11 COL 17 PIC X(1) USING WS-EX-SOURCE(2)
             FOREGROUND-COLOR IS 4.
             05 LINE 11 COL 20 PIC X(40) USING WS-EX-KEY(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 11 COL 62 PIC 9(8) USING
               WS-EX-FIRST-RAISED(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 72 PIC ZZ9 USING
               WS-EX-RAISED-COUNT(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 77 PIC Z(5)9 USING
               WS-EX-REPEAT-OF(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 20 PIC X(40) USING WS-EX-DETAIL(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 62 PIC X(16) USING
               WS-EX-ASSIGNED(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 13 COL 12 VALUE "Note:"
             FOREGROUND-COLOR IS 7.
             05 LINE 13 COL 20 PIC X(40) USING WS-EX-NOTE(2)
             FOREGROUND-COLOR IS 3.
             05 LINE 15 COL 6 PIC 9(6) USING WS-EX-ID(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 14 PIC X(1) USING WS-EX-STATUS(3)
             FOREGROUND-COLOR IS 4.
             05 LINE 15 COL 17 PIC X(1) USING WS-EX-SOURCE(3)
             FOREGROUND-COLOR IS 4.
             05 LINE 15 COL 20 PIC X(40) USING WS-EX-KEY(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 15 COL 62 PIC 9(8) USING
               WS-EX-FIRST-RAISED(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 72 PIC ZZ9 USING
               WS-EX-RAISED-COUNT(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 77 PIC Z(5)9 USING
               WS-EX-REPEAT-OF(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 20 PIC X(40) USING WS-EX-DETAIL(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 62 PIC X(16) USING
               WS-EX-ASSIGNED(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 17 COL 12 VALUE "Note:"
             FOREGROUND-COLOR IS 7.
             05 LINE 17 COL 20 PIC X(40) USING WS-EX-NOTE(3)
             FOREGROUND-COLOR IS 3.
             05 LINE 19 COL 6 PIC 9(6) USING WS-EX-ID(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 14 PIC X(1) USING WS-EX-STATUS(4)
             FOREGROUND-COLOR IS 4.
             05 LINE 19 COL 17 PIC X(1) USING WS-EX-SOURCE(4)
             FOREGROUND-COLOR IS 4.
             05 LINE 19 COL 20 PIC X(40) USING WS-EX-KEY(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 19 COL 62 PIC 9(8) USING
               WS-EX-FIRST-RAISED(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 72 PIC ZZ9 USING
               WS-EX-RAISED-COUNT(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 77 PIC Z(5)9 USING
               WS-EX-REPEAT-OF(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 20 PIC X(40) USING WS-EX-DETAIL(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 62 PIC X(16) USING
               WS-EX-ASSIGNED(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 21 COL 12 VALUE "Note:"
             FOREGROUND-COLOR IS 7.
             05 LINE 21 COL 20 PIC X(40) USING WS-EX-NOTE(4)
             FOREGROUND-COLOR IS 3.
             05 LINE 23 COL 6 PIC 9(6) USING WS-EX-ID(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 23 COL 14 PIC X(1) USING WS-EX-STATUS(5)
             FOREGROUND-COLOR IS 4.
             05 LINE 23 COL 17 PIC X(1) USING WS-EX-SOURCE(5)
             FOREGROUND-COLOR IS 4.
             05 LINE 23 COL 20 PIC X(40) USING WS-EX-KEY(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 23 COL 62 PIC 9(8) USING
               WS-EX-FIRST-RAISED(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 23 COL 72 PIC ZZ9 USING
               WS-EX-RAISED-COUNT(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 23 COL 77 PIC Z(5)9 USING
               WS-EX-REPEAT-OF(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 24 COL 20 PIC X(40) USING WS-EX-DETAIL(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 24 COL 62 PIC X(16) USING
               WS-EX-ASSIGNED(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 25 COL 12 VALUE "Note:"
             FOREGROUND-COLOR IS 7.
             05 LINE 25 COL 20 PIC X(40) USING WS-EX-NOTE(5)
             FOREGROUND-COLOR IS 3.
             05 LINE 29 COL 6 VALUE "Item no:    "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 EXW-PICK-FIELD LINE 29 COL 19 PIC X(6)
               USING WS-EXW-PICK-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 30 COL 6 VALUE "Disposition:"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 EXW-DISPOSITION-FIELD LINE 30 COL 19 PIC X(4)
               USING WS-EXW-DISPOSITION
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 31 COL 6 VALUE "Note:       "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 EXW-NOTE-FIELD LINE 31 COL 19 PIC X(40)
               USING WS-EXW-NOTE
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 32 COL 6 VALUE "Source:     "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 EXW-SOURCE-FIELD LINE 32 COL 19 PIC X(1)
               USING WS-EXW-SOURCE
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 34 COL 6 VALUE "St: O open, A assigned, W in work. 
      -    " S (source): M credit mismatch,".
             05 LINE 35 COL 6 VALUE "S settlement, F fraud screen, I int
      -    "egrity audit. Blank Source = all.".
             05 LINE 36 COL 6 VALUE "Close with FIXD fixed at source, FA
      -    "LS false positive, WOFF written off,".
             05 LINE 37 COL 6 VALUE "REFR referred on or ACPT accepted a
      -    "s is - and a note of what was decided.".
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (A) Assign to me   (W) Work 
      -    "   (C) Close   (V) View/filter   (E) Ageing report         "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "     (G) Go back     (Q) Quit    
      -    "                                                           "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 EXW-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-EXW-ACTION.

           01 TERMS-GATE-SCREEN
             BACKGROUND-COLOR IS 1.
             05 BLANK SCREEN.
               05 TERMS-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-TERMS-CHOICE.

           01 TAKEOVER-GATE-SCREEN
             BACKGROUND-COLOR IS 1.
             05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "ALREADY SIGNED IN"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 9 COL 10 VALUE "This account is signed in on anothe
      -    "r terminal right now.".
             05 LINE 11 COL 10 VALUE "Ending that session signs the othe
      -    "r terminal off at its next".
             05 LINE 12 COL 10 VALUE "keypress. Each takeover is recorde
      -    "d against the account.".
             05 LINE 14 COL 10 VALUE "If the other session is not yours,
      -    " end it and change your password.".
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (E) End the other session an
      -    "d continue     (C) Cancel                                 "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 TAKEOVER-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-TAKEOVER-CHOICE.

           01 ADDRESS-GATE-SCREEN
             BACKGROUND-COLOR IS 1.
             05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "CHECK YOUR ADDRESS"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 9 COL 10 VALUE "Post we sent you has come back unde
      -    "livered from:".
             05 LINE 11 COL 12 PIC X(30) USING WS-CD-ADDR-1
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 12 PIC X(30) USING WS-CD-ADDR-2
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 12 PIC X(8) USING WS-CD-POSTCODE
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 10 VALUE "Further post is held until you upd
      -    "ate it, or save it again".
             05 LINE 16 COL 10 VALUE "unchanged if it is right.".
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (U) Update address now
      -    "     (L) Later                                             "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 ADDRESS-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-ADDRESS-CHOICE.

           01 OTP-GATE-SCREEN
             BACKGROUND-COLOR IS 1.
             05 BLANK SCREEN.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "RESPONSIBLE PLAY"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-PLAY-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 9 COL 10 VALUE "Limits apply to wager stakes bef
      -    "ore they are taken. 0 = no limit.".
             05 LINE 12 COL 10 VALUE "Daily loss limit:    "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 PLAY-DAILY-FIELD LINE 12 COL 33 PIC X(6)
               USING WS-PLAY-DAILY-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 14 COL 10 VALUE "Weekly loss limit:   "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 PLAY-WEEKLY-FIELD LINE 14 COL 33 PIC X(6)
               USING WS-PLAY-WEEKLY-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 16 COL 10 VALUE "Self-exclude (days): "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 PLAY-EXCL-FIELD LINE 16 COL 33 PIC X(3)
               USING WS-PLAY-EXCL-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 18 COL 10 VALUE "Self-exclusion cannot be lifted
      -    " early. Think before you save.".
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (S) Save     (G) Go back
      -    "     (Q) Quit                                              "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 PLAY-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-PLAY-CHOICE.

           01 HOUSEHOLD-SCREEN
             BACKGROUND-COLOR IS 1.
             05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "HOUSEHOLD"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-HHLD-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 9 COL 10 VALUE "Dependents draw on your balance
      -    " when short, up to the caps. 0 = no cap.".
             05 LINE 12 COL 10 VALUE "Dependent member:    "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HHLD-MEMBER-FIELD LINE 12 COL 33 PIC X(16)
               USING WS-HHLD-MEMBER
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 14 COL 10 VALUE "Daily cap:           "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HHLD-DAILY-FIELD LINE 14 COL 33 PIC X(6)
               USING WS-HHLD-DAILY-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 16 COL 10 VALUE "Weekly cap:          "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HHLD-WEEKLY-FIELD LINE 16 COL 33 PIC X(6)
               USING WS-HHLD-WEEKLY-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 18 COL 10 VALUE "Block wagers (Y/N):  "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 HHLD-BLOCK-FIELD LINE 18 COL 33 PIC X
               USING WS-HHLD-BLOCK
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 20 COL 10 VALUE "A monthly statement of who spen
      -    "t what arrives by post.".
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "  (A) Add/update  (R) Remove
      -    "  (G) Go back  (Q) Quit                                    "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 HHLD-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-HHLD-CHOICE.

           01 SKILL-LADDER-SCREEN
             BACKGROUND-COLOR IS 1.
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 TDK-REPLY-FIELD LINE 26 COL 17 PIC X(60)
               USING WS-TKT-REPLY
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 27 COL 6 VALUE "Article:  "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 TDK-ARTICLE-FIELD LINE 27 COL 17 PIC X(4)
               USING WS-TKT-ARTICLE-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               05 TDK-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-TKT-CHOICE.

           01 UNCLAIMED-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "UNCLAIMED BALANCES"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 7 COL 10 PIC X(40) USING WS-UB-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 9 COL 10 VALUE "Ref     Former username   Name
      -    "              Balance Removed"
             FOREGROUND-COLOR IS 7, UNDERLINE.

             05 LINE 11 COL 8 VALUE "1)"
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 11 COL 11 PIC 9(6) USING WS-UB-ID(1)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 11 COL 19 PIC X(16) USING WS-UB-USERNAME(1)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 11 COL 37 PIC X(16) USING
               WS-UB-DISPLAY-NAME(1)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 11 COL 55 PIC 9(6) USING WS-UB-BALANCE(1)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 11 COL 63 PIC 9(8) USING
               WS-UB-REMOVED-DATE(1)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.

             05 LINE 13 COL 8 VALUE "2)"
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 13 COL 11 PIC 9(6) USING WS-UB-ID(2)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 13 COL 19 PIC X(16) USING WS-UB-USERNAME(2)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 13 COL 37 PIC X(16) USING
               WS-UB-DISPLAY-NAME(2)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 13 COL 55 PIC 9(6) USING WS-UB-BALANCE(2)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 13 COL 63 PIC 9(8) USING
               WS-UB-REMOVED-DATE(2)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.

             05 LINE 15 COL 8 VALUE "3)"
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 15 COL 11 PIC 9(6) USING WS-UB-ID(3)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 15 COL 19 PIC X(16) USING WS-UB-USERNAME(3)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 15 COL 37 PIC X(16) USING
               WS-UB-DISPLAY-NAME(3)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 15 COL 55 PIC 9(6) USING WS-UB-BALANCE(3)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 15 COL 63 PIC 9(8) USING
               WS-UB-REMOVED-DATE(3)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.

             05 LINE 17 COL 8 VALUE "4)"
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 17 COL 11 PIC 9(6) USING WS-UB-ID(4)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 17 COL 19 PIC X(16) USING WS-UB-USERNAME(4)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 17 COL 37 PIC X(16) USING
               WS-UB-DISPLAY-NAME(4)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 17 COL 55 PIC 9(6) USING WS-UB-BALANCE(4)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 17 COL 63 PIC 9(8) USING
               WS-UB-REMOVED-DATE(4)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.

             05 LINE 19 COL 8 VALUE "5)"
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 19 COL 11 PIC 9(6) USING WS-UB-ID(5)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 19 COL 19 PIC X(16) USING WS-UB-USERNAME(5)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 19 COL 37 PIC X(16) USING
               WS-UB-DISPLAY-NAME(5)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 19 COL 55 PIC 9(6) USING WS-UB-BALANCE(5)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.
             05 LINE 19 COL 63 PIC 9(8) USING
               WS-UB-REMOVED-DATE(5)
             FOREGROUND-COLOR IS 2, REVERSE-VIDEO.

             05 LINE 22 COL 10 VALUE "Find username: "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 UB-FILTER-FIELD LINE 22 COL 30 PIC X(16)
               USING WS-UB-FILTER
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 24 COL 10 VALUE "Entry (1-5):   "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 UB-PICK-FIELD LINE 24 COL 30 PIC X
               USING WS-UB-PICK
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 26 COL 10 VALUE "Reinstate to:  "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 UB-TARGET-FIELD LINE 26 COL 30 PIC X(16)
               USING WS-UB-TARGET
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (F) Find     (R) Reinstate
      -    "     (G) Go back     (Q) Quit                              "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 UB-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-UB-CHOICE.

           01 YEAR-END-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "YEAR END"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 7 COL 10 PIC X(40) USING WS-YE-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 10 COL 10 VALUE "Any period of the year (YYYYMM):"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 YE-PERIOD-FIELD LINE 10 COL 44 PIC X(6)
               USING WS-YE-PERIOD-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 13 COL 10 VALUE "Re-open reason:"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 YE-REASON-FIELD LINE 13 COL 27 PIC X(40)
               USING WS-YE-REASON
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 16 COL 10 VALUE
               "Closing needs all twelve periods closed first."
             FOREGROUND-COLOR IS 7.
             05 LINE 17 COL 10 VALUE
               "Re-opening reverses the closing journal and is logged."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (C) Close year     (R) Re-op
      -    "en year     (G) Go back     (Q) Quit                       "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 YE-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-YE-CHOICE.

           01 TILL-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "COUNTER TILL"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 7 COL 10 PIC X(40) USING WS-TL-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 10 COL 10 VALUE "Float / counted cash:"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 TL-AMOUNT-FIELD LINE 10 COL 36 PIC X(6)
               USING WS-TL-AMOUNT-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 12 COL 10 VALUE "Member topping up:"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 TL-MEMBER-FIELD LINE 12 COL 36 PIC X(16)
               USING WS-TL-MEMBER
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 14 COL 10 VALUE "Store tier (1-6):"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 TL-TIER-FIELD LINE 14 COL 36 PIC X
               USING WS-TL-TIER
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 16 COL 10 VALUE "Cash-up day (YYYYMMDD):"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 TL-DAY-FIELD LINE 16 COL 36 PIC X(8)
               USING WS-TL-DAY-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 19 COL 10 VALUE "1)"
             FOREGROUND-COLOR IS 7.
             05 LINE 19 COL 14 PIC ZZZZZ9 USING WS-TIER-CREDITS(1)
             FOREGROUND-COLOR IS 7.
             05 LINE 19 COL 21 VALUE "credits for"
             FOREGROUND-COLOR IS 7.
             05 LINE 19 COL 33 PIC ZZZZZ9 USING WS-TIER-PRICE(1)
             FOREGROUND-COLOR IS 7.
             05 LINE 19 COL 40 VALUE "pounds cash"
             FOREGROUND-COLOR IS 7.
             05 LINE 20 COL 10 VALUE "2)"
             FOREGROUND-COLOR IS 7.
             05 LINE 20 COL 14 PIC ZZZZZ9 USING WS-TIER-CREDITS(2)
             FOREGROUND-COLOR IS 7.
             05 LINE 20 COL 21 VALUE "credits for"
             FOREGROUND-COLOR IS 7.
             05 LINE 20 COL 33 PIC ZZZZZ9 USING WS-TIER-PRICE(2)
             FOREGROUND-COLOR IS 7.
             05 LINE 20 COL 40 VALUE "pounds cash"
             FOREGROUND-COLOR IS 7.
             05 LINE 21 COL 10 VALUE "3)"
             FOREGROUND-COLOR IS 7.
             05 LINE 21 COL 14 PIC ZZZZZ9 USING WS-TIER-CREDITS(3)
             FOREGROUND-COLOR IS 7.
             05 LINE 21 COL 21 VALUE "credits for"
             FOREGROUND-COLOR IS 7.
             05 LINE 21 COL 33 PIC ZZZZZ9 USING WS-TIER-PRICE(3)
             FOREGROUND-COLOR IS 7.
             05 LINE 21 COL 40 VALUE "pounds cash"
             FOREGROUND-COLOR IS 7.
             05 LINE 22 COL 10 VALUE "4)"
             FOREGROUND-COLOR IS 7.
             05 LINE 22 COL 14 PIC ZZZZZ9 USING WS-TIER-CREDITS(4)
             FOREGROUND-COLOR IS 7.
             05 LINE 22 COL 21 VALUE "credits for"
             FOREGROUND-COLOR IS 7.
             05 LINE 22 COL 33 PIC ZZZZZ9 USING WS-TIER-PRICE(4)
             FOREGROUND-COLOR IS 7.
             05 LINE 22 COL 40 VALUE "pounds cash"
             FOREGROUND-COLOR IS 7.
             05 LINE 23 COL 10 VALUE "5)"
             FOREGROUND-COLOR IS 7.
             05 LINE 23 COL 14 PIC ZZZZZ9 USING WS-TIER-CREDITS(5)
             FOREGROUND-COLOR IS 7.
             05 LINE 23 COL 21 VALUE "credits for"
             FOREGROUND-COLOR IS 7.
             05 LINE 23 COL 33 PIC ZZZZZ9 USING WS-TIER-PRICE(5)
             FOREGROUND-COLOR IS 7.
             05 LINE 23 COL 40 VALUE "pounds cash"
             FOREGROUND-COLOR IS 7.
             05 LINE 24 COL 10 VALUE "6)"
             FOREGROUND-COLOR IS 7.
             05 LINE 24 COL 14 PIC ZZZZZ9 USING WS-TIER-CREDITS(6)
             FOREGROUND-COLOR IS 7.
             05 LINE 24 COL 21 VALUE "credits for"
             FOREGROUND-COLOR IS 7.
             05 LINE 24 COL 33 PIC ZZZZZ9 USING WS-TIER-PRICE(6)
             FOREGROUND-COLOR IS 7.
             05 LINE 24 COL 40 VALUE "pounds cash"
             FOREGROUND-COLOR IS 7.
             05 LINE 26 COL 10 VALUE
               "Open with the float, close with the cash counted."
             FOREGROUND-COLOR IS 7.
             05 LINE 27 COL 10 VALUE
               "A blank cash-up day reports today's tills."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (O) Open till      (T) Take 
      -    "cash top-up     (C) Close and cash up                     "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "     (R) Cash-up report     (G) G
      -    "o back     (Q) Quit                                       "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 TL-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-TL-CHOICE.

           01 LANGUAGE-SCREEN
             BACKGROUND-COLOR IS 1.
             05 BLANK SCREEN.
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LANG-CODE-FIELD LINE 13 COL 22 PIC X(2)
               USING WS-LANG-NEW
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 16 COL 10 VALUE "A weekly letter by post of what ha
      -    "ppened in your part of the board,".
             05 LINE 17 COL 10 VALUE "in your language. Y to receive it,
      -    " N to stop it.".
             05 LINE 19 COL 10 VALUE "Weekly letter: "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 WKL-OPT-IN-FIELD LINE 19 COL 26 PIC X
               USING WS-WKL-OPT-IN
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 LANG-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-LANG-CHOICE.
           01 NOTIFICATION-PREFS-SCREEN
             BACKGROUND-COLOR IS 1.
             05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "NOTIFICATIONS"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-NPF-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 9 COL 10 VALUE "How you hear about each thing: S = 
      -    "on screen, L = by letter,".
             05 LINE 10 COL 10 VALUE "B = both, N = not at all".
             05 LINE 12 COL 10 VALUE "Replies to your posts:"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 NPF-CHANNEL-1-FIELD LINE 12 COL 42 PIC X
               USING WS-NPF-CHANNEL(1)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 13 COL 10 VALUE "@Mentions of you:"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 NPF-CHANNEL-2-FIELD LINE 13 COL 42 PIC X
               USING WS-NPF-CHANNEL(2)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 14 COL 10 VALUE "Boards and threads you follow:"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 NPF-CHANNEL-3-FIELD LINE 14 COL 42 PIC X
               USING WS-NPF-CHANNEL(3)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 15 COL 10 VALUE "Replies on support tickets:"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 NPF-CHANNEL-4-FIELD LINE 15 COL 42 PIC X
               USING WS-NPF-CHANNEL(4)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 16 COL 10 VALUE "Changes to events you booked:"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 NPF-CHANNEL-5-FIELD LINE 16 COL 42 PIC X
               USING WS-NPF-CHANNEL(5)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 17 COL 10 VALUE "Being outbid at auction:"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 NPF-CHANNEL-6-FIELD LINE 17 COL 42 PIC X
               USING WS-NPF-CHANNEL(6)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 18 COL 10 VALUE "Notices from the team:"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 NPF-CHANNEL-7-FIELD LINE 18 COL 42 PIC X
               USING WS-NPF-CHANNEL(7)
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 20 COL 10 VALUE "Security and billing notices are a
      -    "lways sent and cannot be".
             05 LINE 21 COL 10 VALUE "switched off here.".
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (S) Save     (G) Go back
      -    "     (Q) Quit                                              "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 NPF-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-NPF-CHOICE.
      ******************************************************************
      **************-----RENAME SCREEN SECTION-----*********************
      ******************************************************************
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "  (J) Request to join
      -    "                                                           "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 24 PIC X(19) FROM WS-BACC-TYPE-TXT
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 45 PIC X(17) FROM WS-BACC-APPROVE-TXT
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 64 PIC X(14) FROM WS-BACC-DENY-TXT
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "  (G) Go back  (Q) Quit
      -    "                                                           "
             05 LINE 13 COL 15 PIC X(30) USING
               WS-TRV-OPT-C(WS-TRIVIA-IDX)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 12 VALUE "D)" FOREGROUND-COLOR IS 7.
             05 LINE 14 COL 15 PIC X(30) USING
               WS-TRV-OPT-D(WS-TRIVIA-IDX)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 10 VALUE "Your answer (A-D): "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 TRIVIA-ANSWER-FIELD LINE 16 COL 30 PIC X
               USING WS-TRIVIA-ANSWER
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.

           01 TRIVIA-RESULT-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "ROUND OVER"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 10 COL 20 VALUE "You got "
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 28 PIC 9 FROM WS-TRIVIA-CORRECT
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 30 VALUE "out of 5 - score "
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 47 PIC Z9 FROM WS-TRIVIA-SCORE
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 20 VALUE "3 or more right wins the round.
      -    ""
             FOREGROUND-COLOR IS 7.
               05 LINE 44 COL 1 VALUE "     (P) Play again     (G) Game
      -    "s menu     (Q) Quit                                        "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 TRIVIA-END-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-TRIVIA-END-CHOICE.

      ******************************************************************
      ***************-----ANAGRAM SCREENS SECTION-----******************
      ******************************************************************
           01 ANAGRAM-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "ANAGRAM RACE"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 VALUE "Streak so far: "
             FOREGROUND-COLOR IS 7.
             05 LINE 6 COL 25 PIC ZZ9 FROM WS-ANAG-STREAK
             FOREGROUND-COLOR IS 2.
             05 LINE 6 COL 30 VALUE "Seconds per word: "
             FOREGROUND-COLOR IS 7.
             05 LINE 6 COL 48 PIC ZZ9 FROM WS-ANAG-LIMIT-SECS
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 10 PIC X(50) FROM WS-ANAG-NOTICE
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 10 VALUE "Unscramble this word:"
             FOREGROUND-COLOR IS 7.
             05 LINE 12 COL 15 PIC X(20) FROM WS-ANAG-SCRAMBLE
             FOREGROUND-COLOR IS 2, HIGHLIGHT.
             05 LINE 16 COL 10 VALUE "Your answer: "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 ANAG-GUESS-FIELD LINE 16 COL 24 PIC X(20)
               USING WS-ANAG-GUESS
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 18 COL 10 VALUE "Enter ! to stop the race."
             FOREGROUND-COLOR IS 7.

           01 ANAGRAM-RESULT-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "RACE OVER"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 8 COL 20 PIC X(50) FROM WS-ANAG-NOTICE
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 20 VALUE "Your streak: "
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 33 PIC ZZ9 FROM WS-ANAG-STREAK
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 40 VALUE "Your best streak: "
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 58 PIC ZZ9 FROM WS-ANAG-BEST
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 20 VALUE
               "A streak of 3 or more wins the race."
             FOREGROUND-COLOR IS 7.
               05 LINE 44 COL 1 VALUE "     (P) Play again     (G) Game
      -    "s menu     (Q) Quit                                        "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 ANAG-END-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-ANAG-END-CHOICE.

           01 TRIVIA-MAINT-SCREEN
               BACKGROUND-COLOR IS 01.
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 30 PIC X(16) USING
               WS-EVT-ATTENDEE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 10 VALUE "Series: "
             FOREGROUND-COLOR IS 7.
             05 LINE 17 COL 20 PIC X(50) FROM WS-EVT-SERIES-TITLE
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 10 VALUE "Repeats: "
             FOREGROUND-COLOR IS 7.
             05 LINE 18 COL 20 PIC X FROM WS-EVT-SERIES-FREQ
             FOREGROUND-COLOR IS 4.
             05 LINE 18 COL 24 VALUE "Until: "
             FOREGROUND-COLOR IS 7.
             05 LINE 18 COL 32 PIC 9(8) FROM WS-EVT-SERIES-END
             FOREGROUND-COLOR IS 2.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               05 LINE 44 COL 1 VALUE "  (R) RSVP  (U) Update [organise
      -    "r]  (C) Cancel [organiser]  (G) Back  (Q) Quit             "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 3 PIC X(17) FROM WS-EVT-MANIFEST-TXT
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 22 PIC X(17) FROM WS-EVT-CHECKIN-TXT
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 41 PIC X(37) FROM WS-EVT-ATTEND-TXT
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 46 COL 1 VALUE "  (S) RSVP to every date in the s
      -    "eries [series events]                                     "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 EVT-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
               05 LINE 44 COL 1 VALUE "  (N) New  (B) Buy  (C) Confirm
      -    "receipt  (D) Dispute  (G) Back  (Q) Quit                   "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "
      -    "                        (U) Auctions  (F) Rate trade       "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 3 PIC X(27) FROM WS-MKT-RELEASE-TXT
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 34 PIC X(22) FROM WS-MKT-REFUND-TXT
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 46 COL 1 VALUE "  (L) Relist your expired listing
      -    " (listing no)                                              "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 MKT-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
             FOREGROUND-COLOR IS 4.
             05 LINE 9 COL 6 PIC 9(4) USING WS-AUC-ID(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 12 PIC X(16) USING WS-AUC-SELLER(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 30 PIC X(30) USING WS-AUC-ITEM(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 62 PIC ZZZZZ9 USING WS-AUC-MIN-BID(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 70 PIC ZZZZZ9 USING WS-AUC-INCREMENT(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 78 PIC 9(8) USING WS-AUC-CLOSE-DATE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 88 PIC ZZZZZ9 USING WS-AUC-HIGH-BID(2)
             FOREGROUND-COLOR IS 4.
             05 LINE 10 COL 6 PIC 9(4) USING WS-AUC-ID(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 12 PIC X(16) USING WS-AUC-SELLER(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 30 PIC X(30) USING WS-AUC-ITEM(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 62 PIC ZZZZZ9 USING WS-AUC-MIN-BID(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 70 PIC ZZZZZ9 USING WS-AUC-INCREMENT(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 78 PIC 9(8) USING WS-AUC-CLOSE-DATE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 88 PIC ZZZZZ9 USING WS-AUC-HIGH-BID(3)
             FOREGROUND-COLOR IS 4.
             05 LINE 11 COL 6 PIC 9(4) USING WS-AUC-ID(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 12 PIC X(16) USING WS-AUC-SELLER(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 30 PIC X(30) USING WS-AUC-ITEM(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 62 PIC ZZZZZ9 USING WS-AUC-MIN-BID(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 70 PIC ZZZZZ9 USING WS-AUC-INCREMENT(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 78 PIC 9(8) USING WS-AUC-CLOSE-DATE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 88 PIC ZZZZZ9 USING WS-AUC-HIGH-BID(4)
             FOREGROUND-COLOR IS 4.
             05 LINE 12 COL 6 PIC 9(4) USING WS-AUC-ID(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 12 PIC X(16) USING WS-AUC-SELLER(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 30 PIC X(30) USING WS-AUC-ITEM(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 62 PIC ZZZZZ9 USING WS-AUC-MIN-BID(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 70 PIC ZZZZZ9 USING WS-AUC-INCREMENT(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 78 PIC 9(8) USING WS-AUC-CLOSE-DATE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 88 PIC ZZZZZ9 USING WS-AUC-HIGH-BID(5)
             FOREGROUND-COLOR IS 4.
             05 LINE 15 COL 6 VALUE "New item:    "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 AUC-NEW-ITEM-FIELD LINE 15 COL 20 PIC X(50)
               USING WS-AUC-NEW-ITEM
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 16 COL 6 VALUE "Minimum bid: "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 AUC-MIN-FIELD LINE 16 COL 20 PIC X(6)
               USING WS-AUC-MIN-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 17 COL 6 VALUE "Increment:   "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 AUC-INC-FIELD LINE 17 COL 20 PIC X(6)
               USING WS-AUC-INC-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 18 COL 6 VALUE "Days open:   "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 AUC-DAYS-FIELD LINE 18 COL 20 PIC X(3)
               USING WS-AUC-DAYS-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 20 COL 6 VALUE "Auction no:  "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 AUC-PICK-FIELD LINE 20 COL 20 PIC X(4)
               USING WS-AUC-PICK-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 21 COL 6 VALUE "Your bid:    "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 AUC-BID-FIELD LINE 21 COL 20 PIC X(6)
               USING WS-AUC-BID-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 22 COL 6 VALUE "Your maximum:"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 AUC-MAX-FIELD LINE 22 COL 20 PIC X(6)
               USING WS-AUC-MAX-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 24 COL 6 VALUE "Give a maximum and the house bids f
      -    "or you, one increment at a time, only as far as it"
             FOREGROUND-COLOR IS 7.
             05 LINE 25 COL 6 VALUE "takes to keep you on top. Only the
      -    " winning amount is held from your credits."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "  (N) New auction  (B) Place bid
      -    "  (G) Back to marketplace  (Q) Quit                        "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "  (H) Bid history for the auction
      -    " no                                                       "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 AUC-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-AUC-CHOICE.

           01 AUCTION-BIDS-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "BID HISTORY"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 6 VALUE "Auction no: "
             FOREGROUND-COLOR IS 7.
             05 LINE 6 COL 18 PIC 9(4) USING WS-AUC-PICK
             FOREGROUND-COLOR IS 2.
             05 LINE 7 COL 6 VALUE "Bidder            Bid     When
      -    "           By proxy"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 8 COL 6 PIC X(16) USING WS-AUCB-BIDDER(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 24 PIC ZZZZZ9 USING WS-AUCB-AMOUNT(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 32 PIC 9(12) USING WS-AUCB-STAMP(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 50 PIC X(1) USING WS-AUCB-AUTO(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 9 COL 6 PIC X(16) USING WS-AUCB-BIDDER(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 24 PIC ZZZZZ9 USING WS-AUCB-AMOUNT(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 32 PIC 9(12) USING WS-AUCB-STAMP(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 50 PIC X(1) USING WS-AUCB-AUTO(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 10 COL 6 PIC X(16) USING WS-AUCB-BIDDER(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 24 PIC ZZZZZ9 USING WS-AUCB-AMOUNT(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 32 PIC 9(12) USING WS-AUCB-STAMP(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 50 PIC X(1) USING WS-AUCB-AUTO(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 11 COL 6 PIC X(16) USING WS-AUCB-BIDDER(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 24 PIC ZZZZZ9 USING WS-AUCB-AMOUNT(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 32 PIC 9(12) USING WS-AUCB-STAMP(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 50 PIC X(1) USING WS-AUCB-AUTO(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 12 COL 6 PIC X(16) USING WS-AUCB-BIDDER(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 24 PIC ZZZZZ9 USING WS-AUCB-AMOUNT(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 32 PIC 9(12) USING WS-AUCB-STAMP(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 50 PIC X(1) USING WS-AUCB-AUTO(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 13 COL 6 PIC X(16) USING WS-AUCB-BIDDER(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 24 PIC ZZZZZ9 USING WS-AUCB-AMOUNT(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 32 PIC 9(12) USING WS-AUCB-STAMP(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 50 PIC X(1) USING WS-AUCB-AUTO(6)
             FOREGROUND-COLOR IS 6.
             05 LINE 14 COL 6 PIC X(16) USING WS-AUCB-BIDDER(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 24 PIC ZZZZZ9 USING WS-AUCB-AMOUNT(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 32 PIC 9(12) USING WS-AUCB-STAMP(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 14 COL 50 PIC X(1) USING WS-AUCB-AUTO(7)
             FOREGROUND-COLOR IS 6.
             05 LINE 15 COL 6 PIC X(16) USING WS-AUCB-BIDDER(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 24 PIC ZZZZZ9 USING WS-AUCB-AMOUNT(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 32 PIC 9(12) USING WS-AUCB-STAMP(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 50 PIC X(1) USING WS-AUCB-AUTO(8)
             FOREGROUND-COLOR IS 6.
             05 LINE 17 COL 6 VALUE "By proxy: Y = bid placed by the bid
      -    "der's maximum, N = bid placed by hand"
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (G) Go back     (Q) Quit    
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "                                 
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 AUCB-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-AUCB-CHOICE.

           01 SAVED-SEARCHES-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "MY SAVED SEARCHES"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 5 COL 40 PIC X(40) USING WS-SVS-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 7 COL 6 VALUE "No Keyword                         B
      -    "oard       Author            New"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 8 COL 6 PIC 9 USING WS-SVS-NO(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 9 PIC X(30) USING WS-SVS-KEY(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 41 PIC X(10) USING WS-SVS-BOARD-CODE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 53 PIC X(16) USING WS-SVS-BY(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 71 PIC ZZZ9 USING WS-SVS-NEW-HITS(1)
             FOREGROUND-COLOR IS 4.
             05 LINE 9 COL 6 PIC 9 USING WS-SVS-NO(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 9 PIC X(30) USING WS-SVS-KEY(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 41 PIC X(10) USING WS-SVS-BOARD-CODE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 53 PIC X(16) USING WS-SVS-BY(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 71 PIC ZZZ9 USING WS-SVS-NEW-HITS(2)
             FOREGROUND-COLOR IS 4.
             05 LINE 10 COL 6 PIC 9 USING WS-SVS-NO(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 9 PIC X(30) USING WS-SVS-KEY(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 41 PIC X(10) USING WS-SVS-BOARD-CODE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 53 PIC X(16) USING WS-SVS-BY(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 71 PIC ZZZ9 USING WS-SVS-NEW-HITS(3)
             FOREGROUND-COLOR IS 4.
             05 LINE 11 COL 6 PIC 9 USING WS-SVS-NO(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 9 PIC X(30) USING WS-SVS-KEY(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 41 PIC X(10) USING WS-SVS-BOARD-CODE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 53 PIC X(16) USING WS-SVS-BY(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 71 PIC ZZZ9 USING WS-SVS-NEW-HITS(4)
             FOREGROUND-COLOR IS 4.
             05 LINE 12 COL 6 PIC 9 USING WS-SVS-NO(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 9 PIC X(30) USING WS-SVS-KEY(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 41 PIC X(10) USING WS-SVS-BOARD-CODE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 53 PIC X(16) USING WS-SVS-BY(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 12 COL 71 PIC ZZZ9 USING WS-SVS-NEW-HITS(5)
             FOREGROUND-COLOR IS 4.
             05 LINE 14 COL 6 VALUE "No Post no Title                   
      -    "                            By                Date"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 15 COL 6 PIC 9 USING WS-SVH-SEARCH-NO(1)
             FOREGROUND-COLOR IS 6.
             05 LINE 15 COL 9 PIC 9(7) USING WS-SVH-MSG-ID(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 17 PIC X(50) USING WS-SVH-TITLE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 69 PIC X(16) USING WS-SVH-AUTHOR(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 15 COL 87 PIC 9(8) USING WS-SVH-DATE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 6 PIC 9 USING WS-SVH-SEARCH-NO(2)
             FOREGROUND-COLOR IS 6.
             05 LINE 16 COL 9 PIC 9(7) USING WS-SVH-MSG-ID(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 17 PIC X(50) USING WS-SVH-TITLE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 69 PIC X(16) USING WS-SVH-AUTHOR(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 87 PIC 9(8) USING WS-SVH-DATE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 6 PIC 9 USING WS-SVH-SEARCH-NO(3)
             FOREGROUND-COLOR IS 6.
             05 LINE 17 COL 9 PIC 9(7) USING WS-SVH-MSG-ID(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 17 PIC X(50) USING WS-SVH-TITLE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 69 PIC X(16) USING WS-SVH-AUTHOR(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 87 PIC 9(8) USING WS-SVH-DATE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 6 PIC 9 USING WS-SVH-SEARCH-NO(4)
             FOREGROUND-COLOR IS 6.
             05 LINE 18 COL 9 PIC 9(7) USING WS-SVH-MSG-ID(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 17 PIC X(50) USING WS-SVH-TITLE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 69 PIC X(16) USING WS-SVH-AUTHOR(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 87 PIC 9(8) USING WS-SVH-DATE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 6 PIC 9 USING WS-SVH-SEARCH-NO(5)
             FOREGROUND-COLOR IS 6.
             05 LINE 19 COL 9 PIC 9(7) USING WS-SVH-MSG-ID(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 17 PIC X(50) USING WS-SVH-TITLE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 69 PIC X(16) USING WS-SVH-AUTHOR(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 87 PIC 9(8) USING WS-SVH-DATE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 6 PIC 9 USING WS-SVH-SEARCH-NO(6)
             FOREGROUND-COLOR IS 6.
             05 LINE 20 COL 9 PIC 9(7) USING WS-SVH-MSG-ID(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 17 PIC X(50) USING WS-SVH-TITLE(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 69 PIC X(16) USING WS-SVH-AUTHOR(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 87 PIC 9(8) USING WS-SVH-DATE(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 21 COL 6 PIC 9 USING WS-SVH-SEARCH-NO(7)
             FOREGROUND-COLOR IS 6.
             05 LINE 21 COL 9 PIC 9(7) USING WS-SVH-MSG-ID(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 21 COL 17 PIC X(50) USING WS-SVH-TITLE(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 21 COL 69 PIC X(16) USING WS-SVH-AUTHOR(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 21 COL 87 PIC 9(8) USING WS-SVH-DATE(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 22 COL 6 PIC 9 USING WS-SVH-SEARCH-NO(8)
             FOREGROUND-COLOR IS 6.
             05 LINE 22 COL 9 PIC 9(7) USING WS-SVH-MSG-ID(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 22 COL 17 PIC X(50) USING WS-SVH-TITLE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 22 COL 69 PIC X(16) USING WS-SVH-AUTHOR(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 22 COL 87 PIC 9(8) USING WS-SVH-DATE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 25 COL 6 VALUE "Keyword:   "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 SVS-KEYWORD-FIELD LINE 25 COL 18 PIC X(30)
               USING WS-SVS-KEYWORD
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 26 COL 6 VALUE "Board:     "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 SVS-BOARD-FIELD LINE 26 COL 18 PIC X(10)
               USING WS-SVS-BOARD
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 27 COL 6 VALUE "Author:    "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 SVS-AUTHOR-FIELD LINE 27 COL 18 PIC X(16)
               USING WS-SVS-AUTHOR
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 29 COL 6 VALUE "Search no: "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 SVS-PICK-FIELD LINE 29 COL 18 PIC X
               USING WS-SVS-PICK-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 31 COL 6 VALUE "Saved searches are run every night 
      -    "against the posts that arrived since the last run."
             FOREGROUND-COLOR IS 7.
             05 LINE 32 COL 6 VALUE "Board and author are optional; leav
      -    "e them blank to search every board."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (S) Save search     (D) Dele
      -    "te search no     (G) Go back     (Q) Quit                 "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "                                 
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 SVS-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-SVS-CHOICE.

           01 MY-MENTIONS-SCREEN
               BACKGROUND-COLOR IS 01.
             05 ADVSUB-BUDGET-FIELD LINE 17 COL 33 PIC X(5)
               USING WS-ADVSUB-BUDGET-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 19 COL 10 VALUE "Only on board:        "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 ADVSUB-BOARD-FIELD LINE 19 COL 33 PIC X(10)
               USING WS-ADVSUB-TARGET-BOARD
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 20 COL 10 VALUE "Only level (VIP/STD): "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 ADVSUB-LEVEL-FIELD LINE 20 COL 33 PIC X(3)
               USING WS-ADVSUB-TARGET-LEVEL
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 21 COL 10 VALUE "Only language (EN..): "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 ADVSUB-LANG-FIELD LINE 21 COL 33 PIC X(2)
               USING WS-ADVSUB-TARGET-LANG
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 22 COL 10 VALUE "Leave blank to reach everyone. Tar
      -    "geted campaigns are billed at the premium rate."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "CAMPAIGN APPROVALS"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 7 COL 10 VALUE "No    Advertiser       Title       
      -    "                   Board      Lvl Ln   Rate"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 8 COL 10 PIC 9(4) USING WS-ADVPEND-ID(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 16 PIC X(16) USING WS-ADVPEND-USERNAME(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 33 PIC X(30) USING WS-ADVPEND-TITLE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 64 PIC X(10)
               USING WS-ADVPEND-TARGET-BOARD(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 75 PIC X(3)
               USING WS-ADVPEND-TARGET-LEVEL(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 79 PIC X(2)
               USING WS-ADVPEND-TARGET-LANG(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 82 PIC ZZZZZ9 USING WS-ADVPEND-RATE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 10 PIC 9(4) USING WS-ADVPEND-ID(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 16 PIC X(16) USING WS-ADVPEND-USERNAME(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 33 PIC X(30) USING WS-ADVPEND-TITLE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 64 PIC X(10)
               USING WS-ADVPEND-TARGET-BOARD(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 75 PIC X(3)
               USING WS-ADVPEND-TARGET-LEVEL(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 79 PIC X(2)
               USING WS-ADVPEND-TARGET-LANG(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 9 COL 82 PIC ZZZZZ9 USING WS-ADVPEND-RATE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 10 PIC 9(4) USING WS-ADVPEND-ID(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 16 PIC X(16) USING WS-ADVPEND-USERNAME(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 33 PIC X(30) USING WS-ADVPEND-TITLE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 64 PIC X(10)
               USING WS-ADVPEND-TARGET-BOARD(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 75 PIC X(3)
               USING WS-ADVPEND-TARGET-LEVEL(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 79 PIC X(2)
               USING WS-ADVPEND-TARGET-LANG(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 82 PIC ZZZZZ9 USING WS-ADVPEND-RATE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 13 COL 10 VALUE "Submission no: "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 28 PIC ZZZZ9 USING WS-TOURN-TOP-POINTS(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 10 VALUE "Knockout: "
             FOREGROUND-COLOR IS 7.
             05 LINE 18 COL 20 PIC X(30) USING WS-KNK-NAME
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 52 PIC X(14) USING WS-KNK-SHORT-TXT
             FOREGROUND-COLOR IS 6.
        *>    ADMIN OPEN-A-TOURNAMENT ENTRY FIELDS
             05 LINE 20 COL 10 VALUE "Open new [ADM] - Name: "
             FOREGROUND-COLOR IS 3.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (E) Enter
      -    "           (G) Go back     (Q) Quit                        "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 20 PIC X(20) FROM WS-TOURN-OPEN-TXT
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "     (K) Knockout bracket        
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 TOURN-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-TOURN-CHOICE.
      ******************************************************************
      ***************-----KNOCKOUT SCREEN SECTION----------************
      ******************************************************************
           01 KNOCKOUT-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 81 VALUE "CREDITS: "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 90 USING WS-USERCREDITS
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "KNOCKOUT"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-KNK-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 7 COL 10 VALUE "Knockout: "
             FOREGROUND-COLOR IS 7.
             05 LINE 7 COL 24 PIC X(30) USING WS-KNK-NAME
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 10 VALUE "Draw date: "
             FOREGROUND-COLOR IS 7.
             05 LINE 8 COL 24 PIC 9(8) USING WS-KNK-DRAW-DATE
             FOREGROUND-COLOR IS 7.
             05 LINE 8 COL 34 VALUE "Days per round: "
             FOREGROUND-COLOR IS 7.
             05 LINE 8 COL 50 PIC Z9 USING WS-KNK-ROUND-DAYS
             FOREGROUND-COLOR IS 7.
             05 LINE 9 COL 10 VALUE "Entry fee: "
             FOREGROUND-COLOR IS 7.
             05 LINE 9 COL 24 PIC ZZZZZ9 USING WS-KNK-FEE
             FOREGROUND-COLOR IS 7.
             05 LINE 9 COL 34 VALUE "Prize pool: "
             FOREGROUND-COLOR IS 7.
             05 LINE 9 COL 46 PIC ZZZZZ9 USING WS-KNK-POOL
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 10 VALUE "Entrants: "
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 24 PIC Z9 USING WS-KNK-ENTRANTS
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 27 VALUE "of 32"
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 34 VALUE "Entered: "
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 46 PIC X(3) USING WS-KNK-ENTERED-TXT
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 10 VALUE "Status: "
             FOREGROUND-COLOR IS 7.
             05 LINE 11 COL 24 PIC X(50) USING WS-KNK-STATE-TXT
             FOREGROUND-COLOR IS 6.
             05 LINE 12 COL 10 VALUE "Your match: "
             FOREGROUND-COLOR IS 7.
             05 LINE 12 COL 24 PIC ZZZ9 USING WS-KNK-MY-MATCH-ID
             FOREGROUND-COLOR IS 4.
             05 LINE 12 COL 30 VALUE "(play it from Challenge a member)"
             FOREGROUND-COLOR IS 7.
             05 LINE 14 COL 10 VALUE "Round "
             FOREGROUND-COLOR IS 7.
             05 LINE 14 COL 16 PIC 9 USING WS-KNK-ROUND
             FOREGROUND-COLOR IS 7.
             05 LINE 14 COL 18 VALUE "of"
             FOREGROUND-COLOR IS 7.
             05 LINE 14 COL 21 PIC 9 USING WS-KNK-ROUNDS
             FOREGROUND-COLOR IS 7.
             05 LINE 15 COL 10 VALUE "No  Sd Player             Sd Playe
      -    "r           Deadline  Result"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 16 COL 10 PIC X(80) USING WS-KNK-LINE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 10 PIC X(80) USING WS-KNK-LINE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 10 PIC X(80) USING WS-KNK-LINE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 10 PIC X(80) USING WS-KNK-LINE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 10 PIC X(80) USING WS-KNK-LINE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 21 COL 10 PIC X(80) USING WS-KNK-LINE(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 22 COL 10 PIC X(80) USING WS-KNK-LINE(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 23 COL 10 PIC X(80) USING WS-KNK-LINE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 24 COL 10 PIC X(80) USING WS-KNK-LINE(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 25 COL 10 PIC X(80) USING WS-KNK-LINE(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 26 COL 10 PIC X(80) USING WS-KNK-LINE(11)
             FOREGROUND-COLOR IS 2.
             05 LINE 27 COL 10 PIC X(80) USING WS-KNK-LINE(12)
             FOREGROUND-COLOR IS 2.
             05 LINE 28 COL 10 PIC X(80) USING WS-KNK-LINE(13)
             FOREGROUND-COLOR IS 2.
             05 LINE 29 COL 10 PIC X(80) USING WS-KNK-LINE(14)
             FOREGROUND-COLOR IS 2.
             05 LINE 30 COL 10 PIC X(80) USING WS-KNK-LINE(15)
             FOREGROUND-COLOR IS 2.
             05 LINE 31 COL 10 PIC X(80) USING WS-KNK-LINE(16)
             FOREGROUND-COLOR IS 2.
        *>    ADMIN OPEN-A-KNOCKOUT ENTRY FIELDS
             05 LINE 33 COL 10 VALUE "Open new [ADM] - Name: "
             FOREGROUND-COLOR IS 3.
             05 KNK-OPEN-NAME-FIELD LINE 33 COL 33 PIC X(30)
               USING WS-KNK-OPEN-NAME
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 34 COL 10 VALUE "Draw (YYYYMMDD): "
             FOREGROUND-COLOR IS 3.
             05 KNK-OPEN-DATE-FIELD LINE 34 COL 33 PIC X(8)
               USING WS-KNK-OPEN-DATE-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 35 COL 10 VALUE "Entry fee: "
             FOREGROUND-COLOR IS 3.
             05 KNK-OPEN-FEE-FIELD LINE 35 COL 33 PIC X(6)
               USING WS-KNK-OPEN-FEE-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 36 COL 10 VALUE "Days per round: "
             FOREGROUND-COLOR IS 3.
             05 KNK-OPEN-DAYS-FIELD LINE 36 COL 33 PIC X(2)
               USING WS-KNK-OPEN-DAYS-TXT
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 38 COL 10 VALUE "Seeded by skill rating. Miss the r
      -    "ound deadline and you forfeit."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (E) Enter     (N) Next round
      -    "     (P) Previous round     (R) Refresh                   "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "
      -    "                       (G) Go back     (Q) Quit           "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 6 PIC X(23) FROM WS-KNK-SPOOL-TXT
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 34 PIC X(18) FROM WS-KNK-OPEN-TXT
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 KNK-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-KNK-CHOICE.
      ******************************************************************
      ***************-----QUIZ NIGHT SCREEN SECTION--------************
      ******************************************************************
           01 QUIZ-NIGHT-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "QUIZ NIGHT"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 6 COL 10 PIC X(40) USING WS-QZN-NOTICE
             FOREGROUND-COLOR IS 4.
             05 LINE 7 COL 10 VALUE "Quiz: "
             FOREGROUND-COLOR IS 7.
             05 LINE 7 COL 24 PIC X(30) USING WS-QZN-TITLE
             FOREGROUND-COLOR IS 2.
             05 LINE 8 COL 10 VALUE "Date: "
             FOREGROUND-COLOR IS 7.
             05 LINE 8 COL 24 PIC 9(8) USING WS-QZN-DATE
             FOREGROUND-COLOR IS 7.
             05 LINE 8 COL 34 VALUE "Starts: "
             FOREGROUND-COLOR IS 7.
             05 LINE 8 COL 42 PIC X(5) USING WS-QZN-START-TXT
             FOREGROUND-COLOR IS 7.
             05 LINE 9 COL 10 VALUE "Entry fee: "
             FOREGROUND-COLOR IS 7.
             05 LINE 9 COL 24 PIC ZZZZZ9 USING WS-QZN-FEE
             FOREGROUND-COLOR IS 7.
             05 LINE 9 COL 34 VALUE "Prize pool: "
             FOREGROUND-COLOR IS 7.
             05 LINE 9 COL 46 PIC ZZZZZ9 USING WS-QZN-PRIZE-POOL
             FOREGROUND-COLOR IS 2.
             05 LINE 10 COL 10 VALUE "Entrants: "
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 24 PIC ZZZ9 USING WS-QZN-ENTRANTS
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 34 VALUE "Entered: "
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 46 PIC X(3) USING WS-QZN-ENTERED-TXT
             FOREGROUND-COLOR IS 2.
             05 LINE 11 COL 10 VALUE "Status: "
             FOREGROUND-COLOR IS 7.
             05 LINE 11 COL 24 PIC X(50) USING WS-QZN-PHASE-TXT
             FOREGROUND-COLOR IS 6.
             05 LINE 12 COL 10 VALUE "Round: "
             FOREGROUND-COLOR IS 7.
             05 LINE 12 COL 24 PIC Z9 USING WS-QZN-ROUND
             FOREGROUND-COLOR IS 7.
             05 LINE 12 COL 27 VALUE "of"
             FOREGROUND-COLOR IS 7.
             05 LINE 12 COL 30 PIC Z9 USING WS-QZN-ROUNDS
             FOREGROUND-COLOR IS 7.
             05 LINE 12 COL 34 VALUE "Seconds left: "
             FOREGROUND-COLOR IS 7.
             05 LINE 12 COL 48 PIC ZZZZ9 USING WS-QZN-SECS-LEFT
             FOREGROUND-COLOR IS 4.
             05 LINE 14 COL 10 VALUE "Question "
             FOREGROUND-COLOR IS 7.
             05 LINE 14 COL 19 PIC Z9 USING WS-QZN-LIVE-SEQ
             FOREGROUND-COLOR IS 7.
             05 LINE 15 COL 10 PIC X(60) USING WS-QZN-QUESTION
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 12 VALUE "A)"
             FOREGROUND-COLOR IS 7.
             05 LINE 16 COL 16 PIC X(30) USING WS-QZN-OPT-A
             FOREGROUND-COLOR IS 2.
             05 LINE 17 COL 12 VALUE "B)"
             FOREGROUND-COLOR IS 7.
             05 LINE 17 COL 16 PIC X(30) USING WS-QZN-OPT-B
             FOREGROUND-COLOR IS 2.
             05 LINE 18 COL 12 VALUE "C)"
             FOREGROUND-COLOR IS 7.
             05 LINE 18 COL 16 PIC X(30) USING WS-QZN-OPT-C
             FOREGROUND-COLOR IS 2.
             05 LINE 19 COL 12 VALUE "D)"
             FOREGROUND-COLOR IS 7.
             05 LINE 19 COL 16 PIC X(30) USING WS-QZN-OPT-D
             FOREGROUND-COLOR IS 2.
             05 LINE 20 COL 10 VALUE "Your answer (A-D): "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 QZN-ANSWER-FIELD LINE 20 COL 30 PIC X(1)
               USING WS-QZN-ANSWER
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 22 COL 10 VALUE "Leaderboard       Score"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 23 COL 10 PIC X(16) USING WS-QZN-BOARD-NAME(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 23 COL 28 PIC ZZ9 USING WS-QZN-BOARD-SCORE(1)
             FOREGROUND-COLOR IS 2.
             05 LINE 24 COL 10 PIC X(16) USING WS-QZN-BOARD-NAME(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 24 COL 28 PIC ZZ9 USING WS-QZN-BOARD-SCORE(2)
             FOREGROUND-COLOR IS 2.
             05 LINE 25 COL 10 PIC X(16) USING WS-QZN-BOARD-NAME(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 25 COL 28 PIC ZZ9 USING WS-QZN-BOARD-SCORE(3)
             FOREGROUND-COLOR IS 2.
             05 LINE 26 COL 10 PIC X(16) USING WS-QZN-BOARD-NAME(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 26 COL 28 PIC ZZ9 USING WS-QZN-BOARD-SCORE(4)
             FOREGROUND-COLOR IS 2.
             05 LINE 27 COL 10 PIC X(16) USING WS-QZN-BOARD-NAME(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 27 COL 28 PIC ZZ9 USING WS-QZN-BOARD-SCORE(5)
             FOREGROUND-COLOR IS 2.
             05 LINE 28 COL 10 PIC X(16) USING WS-QZN-BOARD-NAME(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 28 COL 28 PIC ZZ9 USING WS-QZN-BOARD-SCORE(6)
             FOREGROUND-COLOR IS 2.
             05 LINE 29 COL 10 PIC X(16) USING WS-QZN-BOARD-NAME(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 29 COL 28 PIC ZZ9 USING WS-QZN-BOARD-SCORE(7)
             FOREGROUND-COLOR IS 2.
             05 LINE 30 COL 10 PIC X(16) USING WS-QZN-BOARD-NAME(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 30 COL 28 PIC ZZ9 USING WS-QZN-BOARD-SCORE(8)
             FOREGROUND-COLOR IS 2.
             05 LINE 31 COL 10 PIC X(16) USING WS-QZN-BOARD-NAME(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 31 COL 28 PIC ZZ9 USING WS-QZN-BOARD-SCORE(9)
             FOREGROUND-COLOR IS 2.
             05 LINE 32 COL 10 PIC X(16) USING WS-QZN-BOARD-NAME(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 32 COL 28 PIC ZZ9 USING WS-QZN-BOARD-SCORE(10)
             FOREGROUND-COLOR IS 2.
             05 LINE 34 COL 10 VALUE "My score: "
             FOREGROUND-COLOR IS 7.
             05 LINE 34 COL 21 PIC ZZ9 USING WS-QZN-MY-SCORE
             FOREGROUND-COLOR IS 2.
             05 LINE 34 COL 27 VALUE "Place: "
             FOREGROUND-COLOR IS 7.
             05 LINE 34 COL 34 PIC ZZ9 USING WS-QZN-MY-PLACE
             FOREGROUND-COLOR IS 2.
             05 LINE 36 COL 10 VALUE "Same question for everyone at once
      -    ". The board counts finished rounds."
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (E) Enter     (A) Answer    
      -    " (R) Refresh                                              "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "     (G) Go back     (Q) Quit    
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 QZN-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-QZN-CHOICE.
      ******************************************************************
      **********-----CHALLENGE LEADERBOARD SCREEN SECTION-----**********
      ******************************************************************
           01 CHALLENGE-LEADERBOARD-SCREEN
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 10 COL 10 VALUE "Codes on file: "
             FOREGROUND-COLOR IS 7.
             05 LINE 10 COL 25 PIC ZZZ9 USING WS-VMAINT-COUNT
             FOREGROUND-COLOR IS 7.
             05 LINE 11 COL 10 PIC X(20) USING WS-VMAINT-RESULT
             FOREGROUND-COLOR IS 2.
      -    " page     (C) Comment     (R) Reply                        "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 45 COL 1 VALUE "     (G) Go back       (Q) Quit
      -    "                                                          "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 45 COL 39 PIC X(26) FROM WS-COM-DELETE-TXT
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 46 COL 1 VALUE "     (X) Report comment #
      -    "                                                         "
               05 LINE 45 COL 1 VALUE "     (C) Credit Store           (
      -    "G) Go back                  (Q) Quit                       "                                         
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 49 COL 1 VALUE "     (8) Challenge a member (tic-
      -    "tac-toe)   (9) Weekly raffle   (N) Quiz night            "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 46 COL 1 VALUE "     (4) Daily word challenge
      -    "(5) Leaderboard  (6) Tournament  (7) Trivia quiz           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 47 COL 1 VALUE "     (A) Anagram race
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
        *>    GAMES MENU BODY
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.

      -    "                                           "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.

        *>    PROGRESSIVE JACKPOT
             05 LINE 27 COL 10 VALUE "PROGRESSIVE JACKPOT: "
             FOREGROUND-COLOR IS 6.
             05 LINE 27 COL 31 PIC Z(5)9 FROM WS-JKP-BALANCE
             FOREGROUND-COLOR IS 2.
             05 LINE 27 COL 38 VALUE "credits"
             FOREGROUND-COLOR IS 6.
             05 LINE 28 COL 10 PIC X(70) FROM WS-JKP-LAST-TXT
             FOREGROUND-COLOR IS 7.
             05 LINE 30 COL 10 VALUE "Won on a wagered game by: a word w
      -    "ith no wrong letters, the"
             FOREGROUND-COLOR IS 7.
             05 LINE 31 COL 10 VALUE "number first go (5-guess mode), be
      -    "ating hard tic-tac-toe in"
             FOREGROUND-COLOR IS 7.
             05 LINE 32 COL 10 VALUE "four moves or fewer, or a perfect 
      -    "trivia round."
             FOREGROUND-COLOR IS 7.

        *>    GAMES MENU OPTION POSITIONING
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 GAMES-MENU-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING GAMES-MENU-CHOICE.

           01 JACKPOT-SCREEN
               BACKGROUND-COLOR IS 01.
               05 BLANK SCREEN.
             05 LINE 1 COL 1  VALUE "   :
      -    "                                                         "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 1 COL 2 PIC X(2) USING WS-FORMATTED-HOUR
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE 1 COL 5 PIC X(2) USING WS-FORMATTED-MINS
             FOREGROUND-COLOR IS 7 REVERSE-VIDEO.
             05 LINE  4 COL 10 VALUE "FriendFace" UNDERLINE.
             05 LINE 4 COL 40 VALUE "PROGRESSIVE JACKPOT"
             FOREGROUND-COLOR IS 7, UNDERLINE.
             05 LINE 12 COL 10 VALUE "*** JACKPOT ***"
             FOREGROUND-COLOR IS 6, REVERSE-VIDEO.
             05 LINE 14 COL 10 PIC X(60) FROM WS-JKP-NOTICE
             FOREGROUND-COLOR IS 2.
             05 LINE 16 COL 10 VALUE "Credits: "
             FOREGROUND-COLOR IS 7.
             05 LINE 16 COL 19 PIC Z(5)9 FROM WS-USERCREDITS
             FOREGROUND-COLOR IS 7.
               05 LINE 43 COL 1 VALUE "
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 44 COL 1 VALUE "     (Enter) Carry on with the ga
      -    "me                                                        "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "                                 
      -    "                                                          "
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 JKP-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
                  USING WS-JKP-CHOICE.

       01 WORD-GUESSING-SCREEN
             BACKGROUND-COLOR IS 1.
             05 BLANK SCREEN.
               STOP RUN
             END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-TERMINAL-ID.
           MOVE 30 TO WS-PARAM-DEFAULT.
           CALL "get-parameter" USING WS-IDLE-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-VALUE.
           PERFORM 0200-TIME-AND-DATE.
           INITIALIZE WS-USERNAME.
           INITIALIZE WS-PASSWORD.
           MOVE 0 TO WS-SESSION-TOKEN.
           DISPLAY SIGN-IN-SCREEN.
           ACCEPT WS-USERNAME-FIELD.
           ACCEPT WS-PASSWORD-FIELD.
                   CALL "login-audit" USING WS-FORMATTED-DT WS-USERNAME
                       WS-LOGIN-SUCCESS
                   CALL "expire-vip"
      *>           LOOK FOR A LIVE SESSION ELSEWHERE BEFORE THIS
      *>           TERMINAL'S OWN PRESENCE STAMP HIDES IT.
                   CALL "check-live-session" USING WS-USERNAME,
                     WS-SESSION-LIVE
                   CALL "record-presence" USING WS-USERNAME
      *>           THE MEMBER'S LANGUAGE RIDES THE WHOLE SESSION.
                   CALL "set-language" USING "G", WS-USERNAME,
                     MOVE "Y" TO WS-PW-FORCED
                     PERFORM 0122-CHANGE-PASSWORD
                   END-IF
      *>           ONE TERMINAL PER ACCOUNT: A LIVE SESSION ELSEWHERE
      *>           IS ONLY ENDED IF THE MEMBER SAYS SO, AND ONLY ONCE
      *>           EVERY OTHER GATE IS PASSED. CLAIMING THE ACCOUNT
      *>           SIGNS THE OTHER TERMINAL OFF AT ITS NEXT ACTION.
                   IF WS-SESSION-LIVE = 1 THEN
                     PERFORM 0297-TAKEOVER-GATE
                   END-IF
                   CALL "session-token" USING "C", WS-USERNAME,
                     WS-SESSION-TOKEN, WS-SESSION-HELD
                   CALL "record-terminal-signin" USING WS-TERMINAL-ID,
                     WS-USERNAME
      *>           POST THE MAILING HOUSE SENT BACK UNDELIVERED IS
      *>           HELD UNTIL THE MEMBER PUTS THEIR ADDRESS RIGHT, SO
      *>           THEY ARE ASKED TO DO IT ON THE WAY IN.
                   CALL "get-contact-details" USING WS-USERNAME,
                     WS-CD-FOUND, WS-CD-EMAIL, WS-CD-ADDR-1,
                     WS-CD-ADDR-2, WS-CD-POSTCODE
                   MOVE 0 TO WS-CD-RETURNED
                   IF WS-CD-FOUND = 1 THEN
                     CALL "check-address-returned" USING WS-USERNAME,
                       WS-CD-ADDR-1, WS-CD-ADDR-2, WS-CD-POSTCODE,
                       WS-CD-RETURNED
                   END-IF
                   IF WS-CD-RETURNED = 1 THEN
                     PERFORM 0298-ADDRESS-GATE
                   END-IF
                   PERFORM 0110-DISPLAY-MENU
               ELSE
                   MOVE 0 TO WS-LOGIN-SUCCESS
                 WS-NOTIFICATION-NOTICE
           END-IF.

      *>    THE ACCOUNT IS LIVE ON ANOTHER TERMINAL: END THAT
      *>    SESSION (RECORDED AS A TAKEOVER) OR BACK OUT, LEAVING THE
      *>    OTHER TERMINAL AND ITS PRESENCE UNTOUCHED.
       0297-TAKEOVER-GATE.
           PERFORM 0200-TIME-AND-DATE.
           INITIALIZE WS-TAKEOVER-CHOICE.
           DISPLAY TAKEOVER-GATE-SCREEN.
           ACCEPT TAKEOVER-CHOICE-FIELD.

           IF WS-TAKEOVER-CHOICE = "e" OR "E" THEN
               CALL "record-session-takeover" USING WS-USERNAME
           ELSE
               MOVE SPACES TO WS-USERNAME
               MOVE 0 TO WS-LAST-ACT-MINUTES
               PERFORM 0100-DISPLAY-LOGIN
           END-IF.

      *>    RETURNED POST: UPDATE (OR CONFIRM) THE ADDRESS NOW, OR
      *>    CARRY ON AND BE ASKED AGAIN AT THE NEXT SIGN-IN.
       0298-ADDRESS-GATE.
           PERFORM 0200-TIME-AND-DATE.
           INITIALIZE WS-ADDRESS-CHOICE.
           DISPLAY ADDRESS-GATE-SCREEN.
           ACCEPT ADDRESS-CHOICE-FIELD.

           IF WS-ADDRESS-CHOICE = "u" OR "U" THEN
               MOVE "Post came back - check your address" TO
                 WS-CD-NOTICE
               PERFORM 0260-CONTACT-DETAILS
           END-IF.

       0102-SIGN-UP.
           PERFORM 0200-TIME-AND-DATE.
           INITIALIZE WS-NEW-USER-NAME.
      *>    PRESS (A).
           CALL "get-unacked-broadcast" USING WS-USERNAME,
             WS-BCAST-FOUND, WS-BCAST-ID, WS-BCAST-TEXT.
      *>    A MEMBER WHO TOOK BROADCASTS BY LETTER ONLY, OR NOT AT
      *>    ALL, IS NOT STOPPED AT SIGN-IN.
           CALL "set-notification-prefs" USING "G", WS-USERNAME,
             WS-NPF-CHANNELS.
           IF WS-NPF-CHANNEL(7) = "L" OR "N" THEN
             MOVE 0 TO WS-BCAST-FOUND
           END-IF.
           IF WS-BCAST-FOUND = 1 THEN
             PERFORM 0196-BROADCAST-NOTICE
           END-IF.
                 INTO WS-NOTIFICATION-NOTICE
           END-IF.
      *>    LOW-BALANCE STANDING ORDER: IF THE BALANCE HAS DROPPED
      *>    UNDER THE MEMBER'S FLOOR, THE PRE-PICKED TARIFF IS SENT
      *>    TO THE CARD PROCESSOR TONIGHT AND THE MENU SAYS SO UNTIL
      *>    THE ANSWER COMES BACK.
           CALL "check-auto-topup" USING WS-FORMATTED-DT, WS-USERNAME,
             WS-TOPUP-RESULT, WS-TOPUP-CREDITS.
           IF WS-TOPUP-RESULT = "P" THEN
             MOVE SPACES TO WS-NOTIFICATION-NOTICE
             STRING "Auto top-up: " DELIMITED BY SIZE
                 WS-TOPUP-CREDITS DELIMITED BY SIZE
                 " credits pending" DELIMITED BY SIZE
                 INTO WS-NOTIFICATION-NOTICE
           END-IF.
           IF WS-TOPUP-RESULT = "F" THEN
           MOVE "MENUBUL4" TO WS-TXT-CODE.
           CALL "get-screen-text" USING WS-TXT-CODE, WS-MEMBER-LANG,
             WS-TXT-BULLET-4.
           PERFORM 0525-LOAD-PERMISSIONS.
           INITIALIZE MENU-CHOICE.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-CHOICE-FIELD.
                 WS-ERROR-MSG
               PERFORM 0109-ERROR-PAGE
             END-IF
      *>      NOR, ONCE UNPAID INSTALMENTS HAVE REACHED THE SUSPENSION
      *>      STEP OF THE ARREARS LADDER, DOES A MEMBER IN ARREARS.
             CALL "check-arrears" USING WS-USERNAME, WS-ARREARS-FLAG
             IF WS-ARREARS-FLAG = 2 THEN
               MOVE "Spending Suspended - Instalment Arrears" TO
                 WS-ERROR-MSG
               PERFORM 0109-ERROR-PAGE
             END-IF
             PERFORM 0400-GAMES-MENU
           ELSE IF MENU-CHOICE =   "a" or "A" THEN
             PERFORM 0111-USER-ACCOUNT-MENU
           ELSE IF MENU-CHOICE =   "c" or "C" THEN
               PERFORM 0130-CREDIT-STORE
           ELSE IF MENU-CHOICE =   "o" or "O" THEN
             MOVE "MODQ" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 THEN
               PERFORM 0160-MODERATION-QUEUE
             END-IF
           ELSE IF MENU-CHOICE =   "i" or "I" THEN
             MOVE "DIGS" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 THEN
               PERFORM 0170-DAILY-DIGEST
             END-IF
           ELSE IF MENU-CHOICE =   "w" or "W" THEN
             MOVE "WORD" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 THEN
               PERFORM 0180-WORD-LIST-MAINTENANCE
             END-IF
           ELSE IF MENU-CHOICE =   "d" or "D" THEN
           ELSE IF MENU-CHOICE =   "n" or "N" THEN
             PERFORM 0193-WHOS-ONLINE
           ELSE IF MENU-CHOICE =   "r" or "R" THEN
             MOVE "REVR" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 THEN
               PERFORM 0171-REVENUE-REPORT
             END-IF
           ELSE IF MENU-CHOICE =   "s" or "S" THEN
             MOVE "STMT" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 THEN
               PERFORM 0172-MEMBER-STATEMENT-LOOKUP
             END-IF
           ELSE IF MENU-CHOICE =   "v" or "V" THEN
             MOVE "VOUC" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 THEN
               PERFORM 0183-VOUCHER-MAINTENANCE
             END-IF
           ELSE IF MENU-CHOICE =   "b" or "B" THEN
             MOVE "BANW" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 THEN
               PERFORM 0184-BANNED-WORD-MAINTENANCE
             END-IF
           ELSE IF MENU-CHOICE =   "p" or "P" THEN
             MOVE "PARM" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 THEN
               PERFORM 0185-PARAMETER-MAINTENANCE
             END-IF
           ELSE IF MENU-CHOICE =   "t" or "T" THEN
             MOVE "AUDT" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 THEN
               PERFORM 0186-CONTENT-AUDIT
             END-IF
           ELSE IF MENU-CHOICE =   "h" or "H" THEN
             MOVE "HLTH" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 THEN
               PERFORM 0195-HEALTH-CONSOLE
             END-IF
           ELSE IF MENU-CHOICE =   "x" or "X" THEN
             MOVE "BCST" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 THEN
               PERFORM 0197-BROADCAST-COMPOSE
             END-IF
           ELSE IF MENU-CHOICE =   "u" or "U" THEN
             MOVE "ADAP" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 THEN
               PERFORM 0115-AD-APPROVALS
             END-IF
           ELSE IF MENU-CHOICE =   "e" or "E" THEN
             CALL "check-arrears" USING WS-USERNAME, WS-ARREARS-FLAG
             IF WS-ARREARS-FLAG = 2 THEN
               MOVE "Spending Suspended - Instalment Arrears" TO
                 WS-ERROR-MSG
               PERFORM 0109-ERROR-PAGE
             END-IF
             PERFORM 0176-MARKETPLACE
           ELSE IF MENU-CHOICE =   "y" or "Y" THEN
             MOVE "TRIV" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 THEN
               PERFORM 0187-TRIVIA-MAINTENANCE
             END-IF
           ELSE IF MENU-CHOICE =   "z" or "Z" THEN
             MOVE "SPOL" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 THEN
               PERFORM 0199-SPOOL-REPRINT
             END-IF
           ELSE IF MENU-CHOICE =   "j" or "J" THEN
             MOVE SPACES TO WS-CHAT-STATUS
             PERFORM 0276-CHAT-ROOM-LIST
           ELSE IF MENU-CHOICE =   "k" or "K" THEN
      *>      THE BACK OFFICE OPENS TO ANYONE WHOSE ROLES COVER AT
      *>      LEAST ONE OF ITS OPTIONS.
             IF WS-BO-SLOT-COUNT > 0 THEN
               PERFORM 0500-BACK-OFFICE-MENU
             ELSE
               MOVE "BOFF" TO WS-PERM-FUNCTION
               CALL "record-access-refusal" USING WS-USERNAME,
                 WS-PERM-FUNCTION
             END-IF
           ELSE IF MENU-CHOICE =   "g" or "G" THEN
             PERFORM 0250-MEMBER-DIRECTORY
           ELSE IF MENU-CHOICE =   "?" THEN
             MOVE SPACES TO WS-HLP-KEYWORD
             MOVE SPACES TO WS-HLP-NOTICE
             PERFORM 0271-HELP-BROWSER
           END-IF.

           PERFORM 0110-DISPLAY-MENU.
       0500-BACK-OFFICE-MENU.
           PERFORM 0200-TIME-AND-DATE.
           PERFORM 0132-CREDIT-TOTAL.
           PERFORM 0525-LOAD-PERMISSIONS.
           INITIALIZE WS-BACKOFFICE-CHOICE.
           INITIALIZE WS-BO-PERIOD-TXT.
           DISPLAY BACK-OFFICE-SCREEN.
           ACCEPT BO-CHOICE-FIELD.
           MOVE SPACES TO WS-BO-NOTICE.

      *>    A KEY FOR AN OPTION THE MEMBER'S ROLES DO NOT COVER IS
      *>    REFUSED AND LOGGED, EVEN THOUGH THE MENU NEVER SHOWED IT.
           MOVE SPACES TO WS-PERM-FUNCTION.
           MOVE FUNCTION UPPER-CASE(WS-BACKOFFICE-CHOICE) TO
             WS-PERM-LETTER.
           MOVE 0 TO WS-PERM-IDX.
           PERFORM UNTIL WS-PERM-IDX = 21
             ADD 1 TO WS-PERM-IDX
             IF WS-BO-OPT-LABEL(WS-PERM-IDX)(2:1) = WS-PERM-LETTER THEN
               MOVE WS-BO-OPT-FUNCTION(WS-PERM-IDX) TO WS-PERM-FUNCTION
             END-IF
           END-PERFORM.
           IF WS-PERM-FUNCTION NOT = SPACES THEN
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 0 THEN
               MOVE "Not covered by your roles - logged" TO
                 WS-BO-NOTICE
               MOVE SPACES TO WS-BACKOFFICE-CHOICE
             END-IF
           END-IF.

           IF WS-BACKOFFICE-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-BACKOFFICE-CHOICE = "g" OR "G" THEN
             PERFORM 0110-DISPLAY-MENU
           ELSE IF WS-BACKOFFICE-CHOICE = "c" OR "C" THEN
             PERFORM 0501-CLOSE-PERIOD
           ELSE IF WS-BACKOFFICE-CHOICE = "a" OR "A" THEN
             PERFORM 0502-CREDIT-ADJUSTMENT
           ELSE IF WS-BACKOFFICE-CHOICE = "j" OR "J" THEN
             PERFORM 0503-ADJUSTMENT-QUEUE
           ELSE IF WS-BACKOFFICE-CHOICE = "m" OR "M" THEN
             PERFORM 0504-MAINTENANCE-NOTE
           ELSE IF WS-BACKOFFICE-CHOICE = "b" OR "B" THEN
             PERFORM 0505-BOARD-MERGE
           ELSE IF WS-BACKOFFICE-CHOICE = "p" OR "P" THEN
             PERFORM 0506-APPEALS-QUEUE
           ELSE IF WS-BACKOFFICE-CHOICE = "d" OR "D" THEN
             PERFORM 0507-DELEGATE-MODERATOR
           ELSE IF WS-BACKOFFICE-CHOICE = "y" OR "Y" THEN
             PERFORM 0508-BUSINESS-CALENDAR
           ELSE IF WS-BACKOFFICE-CHOICE = "t" OR "T" THEN
             PERFORM 0509-TICKET-DESK
           ELSE IF WS-BACKOFFICE-CHOICE = "u" OR "U" THEN
             MOVE SPACES TO WS-UB-FILTER
             MOVE SPACES TO WS-UB-NOTICE
             PERFORM 0510-UNCLAIMED-BALANCES
           ELSE IF WS-BACKOFFICE-CHOICE = "f" OR "F" THEN
             PERFORM 0511-FINANCIAL-STATEMENTS
           ELSE IF WS-BACKOFFICE-CHOICE = "e" OR "E" THEN
             MOVE SPACES TO WS-YE-NOTICE
             PERFORM 0512-YEAR-END
           ELSE IF WS-BACKOFFICE-CHOICE = "s" OR "S" THEN
             MOVE SPACES TO WS-TL-NOTICE
             PERFORM 0513-COUNTER-TILL
           ELSE IF WS-BACKOFFICE-CHOICE = "k" OR "K" THEN
             MOVE SPACES TO WS-BMAS-NOTICE
             PERFORM 0517-BOARD-MASTER
           ELSE IF WS-BACKOFFICE-CHOICE = "h" OR "H" THEN
             MOVE SPACES TO WS-HED-NOTICE
             MOVE SPACES TO WS-HLP-KEYWORD
             MOVE SPACES TO WS-HED-ID-TXT
             MOVE SPACES TO WS-HED-TITLE
             MOVE SPACES TO WS-HED-CATEGORY
             MOVE SPACES TO WS-HED-PAGE-TXT
             MOVE SPACES TO WS-HED-TEXT
             MOVE SPACES TO WS-HED-REV-TXT
             MOVE 0 TO WS-HED-CUR-REV
             MOVE 0 TO WS-HED-CUR-PAGES
             MOVE SPACES TO WS-HED-CUR-EDITOR
             MOVE 0 TO WS-HED-CUR-DATE
             MOVE 0 TO WS-HED-REV-COUNT
             MOVE SPACES TO WS-HED-REV-LIST
             PERFORM 0518-HELP-ARTICLES
           ELSE IF WS-BACKOFFICE-CHOICE = "r" OR "R" THEN
             MOVE SPACES TO WS-CRM-NOTICE
             PERFORM 0520-CHAT-ROOM-ADMIN
           ELSE IF WS-BACKOFFICE-CHOICE = "w" OR "W" THEN
             MOVE SPACES TO WS-GRY-NOTICE
             MOVE SPACES TO WS-GRY-MEMBER
             MOVE 0 TO WS-GRY-COUNT
             MOVE SPACES TO WS-GRY-LIST
             MOVE SPACES TO WS-GRY-SESSION
             MOVE 0 TO WS-GRY-STEP
             PERFORM 0522-GAME-REPLAY-STEP
             PERFORM 0521-GAME-REPLAY
           ELSE IF WS-BACKOFFICE-CHOICE = "z" OR "Z" THEN
             MOVE SPACES TO WS-QZA-NOTICE
             PERFORM 0523-QUIZ-NIGHT-ADMIN
           ELSE IF WS-BACKOFFICE-CHOICE = "l" OR "L" THEN
             MOVE SPACES TO WS-ROLE-NOTICE
             MOVE SPACES TO WS-ROLE-MEMBER
             MOVE SPACES TO WS-ROLE-HELD
             MOVE SPACES TO WS-ROLE-LEVEL
             PERFORM 0524-STAFF-ROLES
           ELSE IF WS-BACKOFFICE-CHOICE = "n" OR "N" THEN
             MOVE SPACES TO WS-LHD-NOTICE
             MOVE SPACES TO WS-LHD-MEMBER
             MOVE SPACES TO WS-LHD-REASON
             MOVE SPACES TO WS-LHD-REFERENCE
             MOVE SPACES TO WS-LHD-REVIEW-TXT
             MOVE SPACES TO WS-LHD-STATUS
             MOVE SPACES TO WS-LHD-SET-BY
             MOVE 0 TO WS-LHD-SET-DATE
             PERFORM 0528-LEGAL-HOLDS
           ELSE IF WS-BACKOFFICE-CHOICE = "x" OR "X" THEN
             MOVE SPACES TO WS-EXW-NOTICE
             MOVE SPACE TO WS-EXW-SOURCE
             PERFORM 0529-EXCEPTIONS-WORKBENCH
           END-IF.

           PERFORM 0500-BACK-OFFICE-MENU.

      *>    STAFF ROLES: (A) GIVES THE MEMBER THE ROLE, (X) TAKES IT
      *>    AWAY, (V) JUST SHOWS WHAT THEY HOLD. A ROLE ONLY OPENS
      *>    ANYTHING ON AN ADM ACCOUNT, SO THE LEVEL IS SHOWN TOO.
       0524-STAFF-ROLES.
           PERFORM 0200-TIME-AND-DATE.
           INITIALIZE WS-ROLE-CODE.
           INITIALIZE WS-ROLE-ACTION.
           DISPLAY STAFF-ROLES-SCREEN.
           ACCEPT ROLE-MEMBER-FIELD.
           ACCEPT ROLE-CODE-FIELD.
           ACCEPT ROLE-CHOICE-FIELD.
           MOVE SPACES TO WS-ROLE-NOTICE.

           IF WS-ROLE-ACTION = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-ROLE-ACTION = "g" OR "G" THEN
             PERFORM 0500-BACK-OFFICE-MENU
           ELSE IF WS-ROLE-ACTION = "a" OR "A" OR "x" OR "X"
             OR "v" OR "V" THEN
             MOVE FUNCTION UPPER-CASE(WS-ROLE-ACTION) TO WS-ROLE-ACTION
             MOVE SPACES TO WS-ROLE-LEVEL
             CALL "account-status-check" USING WS-ROLE-MEMBER,
               WS-ROLE-LEVEL, WS-ROLE-VIP-EXPIRY
             IF WS-ROLE-LEVEL = SPACES THEN
               MOVE "No such member" TO WS-ROLE-NOTICE
               MOVE SPACES TO WS-ROLE-HELD
             ELSE
               IF WS-ROLE-ACTION NOT = "V" THEN
                 IF WS-ROLE-ACTION = "A" THEN
                   MOVE "G" TO WS-ROLE-ACTION
                 ELSE
                   MOVE "R" TO WS-ROLE-ACTION
                 END-IF
                 CALL "maintain-staff-roles" USING WS-ROLE-ACTION,
                   WS-ROLE-MEMBER, WS-ROLE-CODE, WS-USERNAME,
                   WS-ROLE-RESULT
                 EVALUATE WS-ROLE-RESULT
                   WHEN "Y"
                     MOVE "Staff roles updated" TO WS-ROLE-NOTICE
                   WHEN "D"
                     MOVE "Member already holds that role" TO
                       WS-ROLE-NOTICE
                   WHEN "N"
                     MOVE "Member does not hold that role" TO
                       WS-ROLE-NOTICE
                   WHEN "L"
                     MOVE "Cannot remove the last SYS holder" TO
                       WS-ROLE-NOTICE
                   WHEN OTHER
                     MOVE "Role must be FIN, SUP, MOD, OPS or SYS" TO
                       WS-ROLE-NOTICE
                 END-EVALUATE
               END-IF
               CALL "get-staff-permissions" USING WS-ROLE-MEMBER,
                 WS-ROLE-LEVEL, WS-ROLE-HELD, WS-ROLE-FN-COUNT,
                 WS-ROLE-FN-TABLE
               IF WS-ROLE-HELD = SPACES THEN
                 MOVE "(none)" TO WS-ROLE-HELD
               END-IF
             END-IF
           END-IF.

           PERFORM 0524-STAFF-ROLES.

      *>    LEGAL HOLDS: (P) PLACES A HOLD, OR UPDATES THE REASON,
      *>    REFERENCE AND REVIEW DATE OF ONE ALREADY STANDING; (R)
      *>    RELEASES IT; (V) SHOWS THE MEMBER'S CURRENT HOLD AND
      *>    LOADS IT INTO THE FIELDS READY FOR A REVIEW.
       0528-LEGAL-HOLDS.
           PERFORM 0200-TIME-AND-DATE.
           INITIALIZE WS-LHD-ACTION.
           DISPLAY LEGAL-HOLDS-SCREEN.
           ACCEPT LHD-MEMBER-FIELD.
           ACCEPT LHD-REASON-FIELD.
           ACCEPT LHD-REFERENCE-FIELD.
           ACCEPT LHD-REVIEW-FIELD.
           ACCEPT LHD-CHOICE-FIELD.
           MOVE SPACES TO WS-LHD-NOTICE.

           IF WS-LHD-ACTION = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-LHD-ACTION = "g" OR "G" THEN
             PERFORM 0500-BACK-OFFICE-MENU
           ELSE IF WS-LHD-ACTION = "p" OR "P" OR "r" OR "R"
             OR "v" OR "V" THEN
             MOVE FUNCTION UPPER-CASE(WS-LHD-ACTION) TO WS-LHD-ACTION
             MOVE SPACES TO WS-LHD-LEVEL
             CALL "account-status-check" USING WS-LHD-MEMBER,
               WS-LHD-LEVEL, WS-LHD-VIP-EXPIRY
             IF WS-LHD-LEVEL = SPACES THEN
               MOVE "No such member" TO WS-LHD-NOTICE
               MOVE SPACES TO WS-LHD-STATUS
             ELSE
               IF WS-LHD-ACTION NOT = "V" THEN
                 IF WS-LHD-REVIEW-TXT IS NUMERIC THEN
                   MOVE WS-LHD-REVIEW-TXT TO WS-LHD-REVIEW-DATE
                 ELSE
                   MOVE 0 TO WS-LHD-REVIEW-DATE
                 END-IF
                 CALL "maintain-legal-hold" USING WS-LHD-ACTION,
                   WS-LHD-MEMBER, WS-LHD-REASON, WS-LHD-REFERENCE,
                   WS-LHD-REVIEW-DATE, WS-USERNAME, WS-LHD-RESULT
                 EVALUATE WS-LHD-RESULT
                   WHEN "Y"
                     MOVE "Legal hold placed" TO WS-LHD-NOTICE
                   WHEN "U"
                     MOVE "Legal hold updated" TO WS-LHD-NOTICE
                   WHEN "R"
                     MOVE "Legal hold released" TO WS-LHD-NOTICE
                   WHEN "N"
                     MOVE "Member has no active hold" TO WS-LHD-NOTICE
                   WHEN "E"
                     MOVE "Give a reason for the hold" TO WS-LHD-NOTICE
                   WHEN OTHER
                     MOVE "Review date must be a real date after today"
                       TO WS-LHD-NOTICE
                 END-EVALUATE
               END-IF
               CALL "get-legal-hold" USING WS-LHD-MEMBER,
                 WS-LHD-FOUND, WS-LHD-REASON, WS-LHD-REFERENCE,
                 WS-LHD-REVIEW-DATE, WS-LHD-SET-BY, WS-LHD-SET-DATE
               MOVE SPACES TO WS-LHD-STATUS
               IF WS-LHD-FOUND = 1 THEN
                 MOVE WS-LHD-REVIEW-DATE TO WS-LHD-REVIEW-TXT
                 STRING "On hold, review by " DELIMITED BY SIZE
                   WS-LHD-REVIEW-TXT DELIMITED BY SIZE
                   INTO WS-LHD-STATUS
               ELSE
                 MOVE SPACES TO WS-LHD-REVIEW-TXT
                 MOVE "No active hold" TO WS-LHD-STATUS
               END-IF
             END-IF
           END-IF.

           PERFORM 0528-LEGAL-HOLDS.

      *>    THE EXCEPTIONS WORKBENCH: THE OLDEST FIVE OPEN ITEMS FROM
      *>    THE SHARED QUEUE, OPTIONALLY FOR ONE SOURCE. (A) TAKES AN
      *>    ITEM, (W) MARKS IT IN WORK WITH A NOTE, (C) CLOSES IT WITH
      *>    A DISPOSITION CODE AND NOTE, (E) SPOOLS THE AGEING REPORT.
       0529-EXCEPTIONS-WORKBENCH.
           PERFORM 0200-TIME-AND-DATE.
           MOVE FUNCTION UPPER-CASE(WS-EXW-SOURCE) TO WS-EXW-SOURCE.
           IF WS-EXW-SOURCE NOT = "M" AND "S" AND "F" AND "I" THEN
             MOVE SPACE TO WS-EXW-SOURCE
           END-IF.
           CALL "get-exceptions" USING WS-EXW-SOURCE,
             WS-EXW-OPEN-COUNT, WS-EXW-COUNT, WS-EXW-TABLE.
           INITIALIZE WS-EXW-ACTION.
           INITIALIZE WS-EXW-PICK-TXT.
           INITIALIZE WS-EXW-DISPOSITION.
           INITIALIZE WS-EXW-NOTE.
           DISPLAY EXCEPTIONS-WORKBENCH-SCREEN.
           ACCEPT EXW-PICK-FIELD.
           ACCEPT EXW-DISPOSITION-FIELD.
           ACCEPT EXW-NOTE-FIELD.
           ACCEPT EXW-SOURCE-FIELD.
           ACCEPT EXW-CHOICE-FIELD.
           MOVE SPACES TO WS-EXW-NOTICE.

           IF WS-EXW-ACTION = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-EXW-ACTION = "g" OR "G" THEN
             PERFORM 0500-BACK-OFFICE-MENU
           ELSE IF WS-EXW-ACTION = "e" OR "E" THEN
             CALL "exceptions-ageing-report"
             MOVE "Ageing report spooled" TO WS-EXW-NOTICE
           ELSE IF WS-EXW-ACTION = "a" OR "A" OR "w" OR "W"
             OR "c" OR "C" THEN
             MOVE FUNCTION UPPER-CASE(WS-EXW-ACTION) TO WS-EXW-ACTION
             IF WS-EXW-PICK-TXT IS NUMERIC THEN
               MOVE WS-EXW-PICK-TXT TO WS-EXW-PICK
             ELSE
               MOVE 0 TO WS-EXW-PICK
             END-IF
             IF WS-EXW-PICK = 0 THEN
               MOVE "Give the item number" TO WS-EXW-NOTICE
             ELSE
               CALL "update-exception" USING WS-EXW-PICK,
                 WS-EXW-ACTION, WS-USERNAME, WS-EXW-DISPOSITION,
                 WS-EXW-NOTE, WS-EXW-RESULT
               EVALUATE WS-EXW-RESULT
                 WHEN "Y"
                   EVALUATE WS-EXW-ACTION
                     WHEN "A"
                       MOVE "Item assigned to you" TO WS-EXW-NOTICE
                     WHEN "W"
                       MOVE "Item marked in work" TO WS-EXW-NOTICE
                     WHEN OTHER
                       MOVE "Item closed" TO WS-EXW-NOTICE
                   END-EVALUATE
                 WHEN "D"
                   MOVE "Disposition must be FIXD/FALS/WOFF/REFR/ACPT"
                     TO WS-EXW-NOTICE
                 WHEN "E"
                   MOVE "Give a note saying what was decided" TO
                     WS-EXW-NOTICE
                 WHEN OTHER
                   MOVE "No such open item" TO WS-EXW-NOTICE
               END-EVALUATE
             END-IF
           END-IF.

           PERFORM 0529-EXCEPTIONS-WORKBENCH.

      *>    WORKS OUT, EACH TIME A MENU IS DRAWN, WHAT THE SIGNED-IN
      *>    MEMBER'S ROLES LET THEM DO, AND PACKS THE OPTIONS THEY
      *>    MAY USE INTO THE MENU SLOTS SO THE REST ARE NOT SHOWN.
       0525-LOAD-PERMISSIONS.
           MOVE 0 TO WS-PERM-COUNT.
           MOVE SPACES TO WS-PERM-TABLE.
           IF WS-USERACCOUNTLEVEL = "ADM" THEN
             CALL "get-staff-permissions" USING WS-USERNAME,
               WS-USERACCOUNTLEVEL, WS-PERM-ROLES, WS-PERM-COUNT,
               WS-PERM-TABLE
           END-IF.

           MOVE SPACES TO WS-MNU-SLOTS.
           MOVE 0 TO WS-PERM-SLOT.
           MOVE 0 TO WS-PERM-IDX.
           PERFORM UNTIL WS-PERM-IDX = 7
             ADD 1 TO WS-PERM-IDX
             MOVE WS-MNU-OPT-FUNCTION(WS-PERM-IDX) TO WS-PERM-FUNCTION
             PERFORM 0527-FIND-PERMISSION
             IF WS-PERM-OK = 1 THEN
               ADD 1 TO WS-PERM-SLOT
               MOVE WS-MNU-OPT-LABEL(WS-PERM-IDX) TO
                 WS-MNU-SLOT(WS-PERM-SLOT)
             END-IF
           END-PERFORM.

           MOVE SPACES TO WS-BO-SLOTS.
           MOVE 0 TO WS-BO-SLOT-COUNT.
           MOVE 0 TO WS-PERM-IDX.
           PERFORM UNTIL WS-PERM-IDX = 21
             ADD 1 TO WS-PERM-IDX
             MOVE WS-BO-OPT-FUNCTION(WS-PERM-IDX) TO WS-PERM-FUNCTION
             PERFORM 0527-FIND-PERMISSION
             IF WS-PERM-OK = 1 THEN
               ADD 1 TO WS-BO-SLOT-COUNT
               MOVE WS-BO-OPT-LABEL(WS-PERM-IDX) TO
                 WS-BO-SLOT(WS-BO-SLOT-COUNT)
             END-IF
           END-PERFORM.

           MOVE SPACES TO WS-MNU-BACK-OFFICE-TXT.
           IF WS-BO-SLOT-COUNT > 0 THEN
             MOVE "(K) Back office" TO WS-MNU-BACK-OFFICE-TXT
           END-IF.

      *>    THE GATE IN FRONT OF EVERY STAFF OPTION: WS-PERM-OK SAYS
      *>    WHETHER WS-PERM-FUNCTION IS COVERED, AND A REFUSAL IS
      *>    WRITTEN TO THE ACCESS-REFUSAL LOG FOR THE QUARTERLY REVIEW.
       0526-CHECK-PERMISSION.
           PERFORM 0527-FIND-PERMISSION.
           IF WS-PERM-OK = 0 THEN
             CALL "record-access-refusal" USING WS-USERNAME,
               WS-PERM-FUNCTION
           END-IF.

       0527-FIND-PERMISSION.
           MOVE 0 TO WS-PERM-OK.
           MOVE 0 TO WS-PERM-SCAN.
           PERFORM UNTIL WS-PERM-SCAN = WS-PERM-COUNT OR
                         WS-PERM-OK = 1
             ADD 1 TO WS-PERM-SCAN
             IF WS-PERM-HELD(WS-PERM-SCAN) = WS-PERM-FUNCTION THEN
               MOVE 1 TO WS-PERM-OK
             END-IF
           END-PERFORM.

      *>    THE CHAT ROOM MASTER: ADD A NAMED ROOM, CLOSE ONE, OR
      *>    OPEN IT AGAIN. THE LOBBY IS BUILT IN AND ALWAYS OPEN.
       0520-CHAT-ROOM-ADMIN.
           PERFORM 0200-TIME-AND-DATE.
           MOVE "A" TO WS-CHAT-SCOPE.
           CALL "get-chat-rooms" USING WS-CHAT-SCOPE,
             WS-CHAT-ROOM-COUNT, WS-CHAT-ROOM-LIST.
           INITIALIZE WS-CRM-CODE.
           INITIALIZE WS-CRM-TITLE.
           INITIALIZE WS-CRM-ACTION.
           DISPLAY CHAT-ROOM-ADMIN-SCREEN.
           ACCEPT CRM-CODE-FIELD.
           ACCEPT CRM-TITLE-FIELD.
           ACCEPT CRM-CHOICE-FIELD.
           MOVE SPACES TO WS-CRM-NOTICE.

           IF WS-CRM-ACTION = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-CRM-ACTION = "g" OR "G" THEN
             PERFORM 0500-BACK-OFFICE-MENU
           ELSE IF WS-CRM-ACTION = "a" OR "A" OR "x" OR "X"
             OR "o" OR "O" THEN
             MOVE FUNCTION UPPER-CASE(WS-CRM-ACTION) TO WS-CRM-ACTION
             MOVE FUNCTION TRIM(WS-CRM-CODE) TO WS-CRM-CODE
             IF WS-CRM-CODE = SPACES OR LOW-VALUE THEN
               MOVE "Enter a room code" TO WS-CRM-NOTICE
             ELSE
               CALL "maintain-chat-room" USING WS-CRM-ACTION,
                 WS-CRM-CODE, WS-CRM-TITLE, WS-USERNAME, WS-CRM-RESULT
               EVALUATE WS-CRM-RESULT
                 WHEN "Y"
                   MOVE "Chat room list updated" TO WS-CRM-NOTICE
                 WHEN "D"
                   MOVE "That room code is already in use" TO
                     WS-CRM-NOTICE
                 WHEN "T"
                   MOVE "A new room needs a title" TO WS-CRM-NOTICE
                 WHEN "L"
                   MOVE "The lobby is always open" TO WS-CRM-NOTICE
                 WHEN OTHER
                   MOVE "No such room" TO WS-CRM-NOTICE
               END-EVALUATE
             END-IF
           END-IF.

           PERFORM 0520-CHAT-ROOM-ADMIN.

      *>    A DISPUTED WAGER, PLAYED BACK: (L) LISTS A MEMBER'S LAST
      *>    TEN WAGERED SESSIONS, (O) OPENS ONE BY NUMBER WITH ITS
      *>    STAKE AND PAYOUT LEDGER ROWS, AND (N)/(P) STEP THROUGH
      *>    ITS GUESSES OR MOVES ONE AT A TIME.
       0521-GAME-REPLAY.
           PERFORM 0200-TIME-AND-DATE.
           INITIALIZE WS-GRY-ID-TXT.
           INITIALIZE WS-GRY-CHOICE.
           DISPLAY GAME-REPLAY-SCREEN.
           ACCEPT GRY-MEMBER-FIELD.
           ACCEPT GRY-ID-FIELD.
           ACCEPT GRY-CHOICE-FIELD.
           MOVE SPACES TO WS-GRY-NOTICE.

           IF WS-GRY-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-GRY-CHOICE = "g" OR "G" THEN
             PERFORM 0500-BACK-OFFICE-MENU
           ELSE IF WS-GRY-CHOICE = "l" OR "L" THEN
             IF WS-GRY-MEMBER = SPACES OR LOW-VALUE THEN
               MOVE "Enter the member's username" TO WS-GRY-NOTICE
             ELSE
               CALL "get-game-sessions" USING WS-GRY-MEMBER,
                 WS-GRY-COUNT, WS-GRY-LIST
               IF WS-GRY-COUNT = 0 THEN
                 MOVE "No wagered sessions on file" TO WS-GRY-NOTICE
               END-IF
             END-IF
           ELSE IF WS-GRY-CHOICE = "o" OR "O" THEN
             IF WS-GRY-ID-TXT IS NUMERIC THEN
               MOVE WS-GRY-ID-TXT TO WS-GRY-ID
               CALL "get-game-session" USING WS-GRY-ID, WS-GRY-FOUND,
                 WS-GRY-SESSION
               IF WS-GRY-FOUND = 1 THEN
                 MOVE 1 TO WS-GRY-STEP
               ELSE
                 MOVE 0 TO WS-GRY-STEP
                 MOVE "No such session" TO WS-GRY-NOTICE
               END-IF
             ELSE
               MOVE "Session no is six digits, as listed" TO
                 WS-GRY-NOTICE
             END-IF
           ELSE IF WS-GRY-CHOICE = "n" OR "N" THEN
             IF WS-GRY-STEP < WS-GRY-KEPT THEN
               ADD 1 TO WS-GRY-STEP
             ELSE
               MOVE "No further moves kept" TO WS-GRY-NOTICE
             END-IF
           ELSE IF WS-GRY-CHOICE = "p" OR "P" THEN
             IF WS-GRY-STEP > 1 THEN
               SUBTRACT 1 FROM WS-GRY-STEP
             ELSE
               MOVE "Already at the first move" TO WS-GRY-NOTICE
             END-IF
           END-IF.

           PERFORM 0522-GAME-REPLAY-STEP.
           PERFORM 0521-GAME-REPLAY.

      *>    LOADS THE MOVE AT WS-GRY-STEP FOR THE SCREEN. A NOUGHTS
      *>    AND CROSSES MOVE CARRIES THE BOARD AFTER IT, DRAWN OUT
      *>    ROW BY ROW.
       0522-GAME-REPLAY-STEP.
           IF WS-GRY-GS-MOVE-COUNT IS NUMERIC THEN
             MOVE WS-GRY-GS-MOVE-COUNT TO WS-GRY-KEPT
           ELSE
             MOVE 0 TO WS-GRY-KEPT
           END-IF.
           IF WS-GRY-KEPT > 20 THEN
             MOVE 20 TO WS-GRY-KEPT
           END-IF.
           IF WS-GRY-STEP > WS-GRY-KEPT THEN
             MOVE WS-GRY-KEPT TO WS-GRY-STEP
           END-IF.

           MOVE SPACES TO WS-GRY-CUR-MOVE.
           MOVE SPACES TO WS-GRY-CUR-RESULT.
           MOVE SPACES TO WS-GRY-BOARD.
           IF WS-GRY-STEP > 0 THEN
             MOVE WS-GRY-GS-MOVE(WS-GRY-STEP) TO WS-GRY-CUR-MOVE
             MOVE WS-GRY-GS-MOVE-RESULT(WS-GRY-STEP) TO
               WS-GRY-CUR-RESULT
             IF WS-GRY-GS-GAME = "TTT " THEN
               MOVE WS-GRY-CUR-RESULT(1:9) TO WS-GRY-BOARD
             END-IF
           END-IF.

           EVALUATE WS-GRY-GS-OUTCOME
             WHEN "P" MOVE "In play" TO WS-GRY-OUTCOME-TXT
             WHEN "W" MOVE "Won" TO WS-GRY-OUTCOME-TXT
             WHEN "L" MOVE "Lost" TO WS-GRY-OUTCOME-TXT
             WHEN "D" MOVE "Drawn" TO WS-GRY-OUTCOME-TXT
             WHEN "A" MOVE "Walked off" TO WS-GRY-OUTCOME-TXT
             WHEN OTHER MOVE SPACES TO WS-GRY-OUTCOME-TXT
           END-EVALUATE.

      *>    SCHEDULES A QUIZ NIGHT. THE QUESTIONS ARE DRAWN FROM THE
      *>    TRIVIA BANK THERE AND THEN, SO EVERY ENTRANT GETS THE SAME
      *>    SET; THE NEXT QUIZ ALREADY ON THE BOOKS SHOWS UNDERNEATH.
       0523-QUIZ-NIGHT-ADMIN.
           PERFORM 0200-TIME-AND-DATE.
           PERFORM 0456-QUIZ-NIGHT-LOAD.
           INITIALIZE WS-QZA-TITLE.
           INITIALIZE WS-QZA-DATE-TXT.
           INITIALIZE WS-QZA-START-TXT.
           INITIALIZE WS-QZA-FEE-TXT.
           INITIALIZE WS-QZA-CATEGORIES.
           INITIALIZE WS-QZA-COUNT-TXT.
           INITIALIZE WS-QZA-WINDOW-TXT.
           INITIALIZE WS-QZA-CHOICE.
           DISPLAY QUIZ-NIGHT-ADMIN-SCREEN.
           ACCEPT QZA-TITLE-FIELD.
           ACCEPT QZA-DATE-FIELD.
           ACCEPT QZA-START-FIELD.
           ACCEPT QZA-FEE-FIELD.
           ACCEPT QZA-CAT-1-FIELD.
           ACCEPT QZA-CAT-2-FIELD.
           ACCEPT QZA-CAT-3-FIELD.
           ACCEPT QZA-COUNT-FIELD.
           ACCEPT QZA-WINDOW-FIELD.
           ACCEPT QZA-CHOICE-FIELD.
           MOVE SPACES TO WS-QZA-NOTICE.

           IF WS-QZA-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-QZA-CHOICE = "g" OR "G" THEN
             PERFORM 0500-BACK-OFFICE-MENU
           ELSE IF WS-QZA-CHOICE = "s" OR "S" THEN
             IF WS-QZA-TITLE = SPACES OR LOW-VALUE THEN
               MOVE "A quiz night needs a title" TO WS-QZA-NOTICE
             ELSE IF WS-QZA-DATE-TXT IS NOT NUMERIC OR
               WS-QZA-START-TXT IS NOT NUMERIC THEN
               MOVE "Date is YYYYMMDD and start is HHMM" TO
                 WS-QZA-NOTICE
             ELSE
               MOVE WS-QZA-DATE-TXT TO WS-QZA-DATE
               MOVE WS-QZA-START-TXT TO WS-QZA-START
               IF WS-QZA-FEE-TXT IS NUMERIC THEN
                 MOVE WS-QZA-FEE-TXT TO WS-QZA-FEE
               ELSE
                 MOVE 0 TO WS-QZA-FEE
               END-IF
               IF WS-QZA-COUNT-TXT IS NUMERIC THEN
                 MOVE WS-QZA-COUNT-TXT TO WS-QZA-COUNT
               ELSE
                 MOVE 0 TO WS-QZA-COUNT
               END-IF
               IF WS-QZA-WINDOW-TXT IS NUMERIC THEN
                 MOVE WS-QZA-WINDOW-TXT TO WS-QZA-WINDOW
               ELSE
                 MOVE 0 TO WS-QZA-WINDOW
               END-IF
               CALL "schedule-quiz-night" USING WS-QZA-TITLE,
                 WS-QZA-CATEGORIES, WS-QZA-DATE, WS-QZA-START,
                 WS-QZA-FEE, WS-QZA-COUNT, WS-QZA-WINDOW,
                 WS-QZA-RESULT, WS-QZA-QUIZ-ID
               EVALUATE WS-QZA-RESULT
                 WHEN "Y"
                   STRING "Quiz night " WS-QZA-QUIZ-ID " scheduled"
                     DELIMITED BY SIZE INTO WS-QZA-NOTICE
                 WHEN "T"
                   MOVE "Start must be a future date and time" TO
                     WS-QZA-NOTICE
                 WHEN OTHER
                   MOVE "Not enough questions in those categories" TO
                     WS-QZA-NOTICE
               END-EVALUATE
             END-IF
             END-IF
           END-IF.

           PERFORM 0523-QUIZ-NIGHT-ADMIN.

       0501-CLOSE-PERIOD.
           IF WS-BO-PERIOD-TXT IS NUMERIC THEN
               MOVE WS-BO-PERIOD-TXT TO WS-BO-PERIOD
               CALL "close-period" USING WS-BO-PERIOD, WS-USERNAME,
                 WS-BO-CLOSE-RESULT
               IF WS-BO-CLOSE-RESULT = "Y" THEN
                   MOVE "Period closed - journal written" TO
                     WS-BO-NOTICE
               ELSE
                   MOVE "Period was already closed" TO WS-BO-NOTICE
               END-IF
           ELSE
               MOVE "Enter a period as YYYYMM" TO WS-BO-NOTICE
           END-IF.

      *>    SPOOLS THE INCOME STATEMENT AND BALANCE SHEET FOR THE
      *>    PERIOD KEYED IN, OR FOR THE MONTH JUST ENDED IF NONE IS.
       0511-FINANCIAL-STATEMENTS.
           IF WS-BO-PERIOD-TXT = SPACES THEN
               MOVE 0 TO WS-BO-PERIOD
           ELSE IF WS-BO-PERIOD-TXT IS NUMERIC AND
              WS-BO-PERIOD-TXT(5:2) >= "01" AND
              WS-BO-PERIOD-TXT(5:2) <= "12" THEN
               MOVE WS-BO-PERIOD-TXT TO WS-BO-PERIOD
           ELSE
               MOVE "Enter a period as YYYYMM" TO WS-BO-NOTICE
               EXIT PARAGRAPH
           END-IF.
           CALL "financial-statements" USING WS-BO-PERIOD.
           MOVE "Financial statements sent to spool" TO WS-BO-NOTICE.

      *>    CLOSES A WHOLE FINANCIAL YEAR INTO RETAINED EARNINGS, OR
      *>    UNDOES THAT CLOSE. A RE-OPEN WILL NOT GO THROUGH WITHOUT
      *>    A REASON, WHICH IS KEPT WITH THE YEAR'S CONTROL ROW.
       0512-YEAR-END.
           PERFORM 0200-TIME-AND-DATE.
           INITIALIZE WS-YE-PERIOD-TXT.
           INITIALIZE WS-YE-REASON.
           INITIALIZE WS-YE-CHOICE.
           DISPLAY YEAR-END-SCREEN.
           ACCEPT YE-PERIOD-FIELD.
           ACCEPT YE-REASON-FIELD.
           ACCEPT YE-CHOICE-FIELD.
           MOVE SPACES TO WS-YE-NOTICE.

           IF WS-YE-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           END-IF.

           IF WS-YE-CHOICE = "c" OR "C" OR "r" OR "R" THEN
             IF WS-YE-PERIOD-TXT IS NUMERIC THEN
               MOVE WS-YE-PERIOD-TXT TO WS-YE-PERIOD
               IF WS-YE-CHOICE = "c" OR "C" THEN
                 CALL "year-end-close" USING WS-YE-PERIOD,
                   WS-USERNAME, WS-YE-RESULT
                 IF WS-YE-RESULT = "Y" THEN
                   MOVE "Year closed - journal sent to spool" TO
                     WS-YE-NOTICE
                 ELSE IF WS-YE-RESULT = "A" THEN
                   MOVE "That year is already closed" TO WS-YE-NOTICE
                 ELSE
                   MOVE "Close all twelve periods first" TO
                     WS-YE-NOTICE
                 END-IF
               ELSE
                 CALL "year-end-reopen" USING WS-YE-PERIOD,
                   WS-USERNAME, WS-YE-REASON, WS-YE-RESULT
                 IF WS-YE-RESULT = "Y" THEN
                   MOVE "Year re-opened - reversal spooled" TO
                     WS-YE-NOTICE
                 ELSE IF WS-YE-RESULT = "M" THEN
                   MOVE "A re-open needs a reason" TO WS-YE-NOTICE
                 ELSE
                   MOVE "That year is not closed" TO WS-YE-NOTICE
                 END-IF
               END-IF
             ELSE
               MOVE "Enter a period as YYYYMM" TO WS-YE-NOTICE
             END-IF
             PERFORM 0512-YEAR-END
           END-IF.

      *>    THE SHOP COUNTER: THE OPERATOR SIGNED IN OPENS A TILL
      *>    WITH THEIR FLOAT, SELLS STORE TIERS TO MEMBERS FOR CASH,
      *>    AND CLOSES WITH THE CASH COUNTED. THE OVER OR SHORT IS
      *>    SHOWN AT ONCE AND THE CASH-UP REPORT CAN BE SPOOLED FOR
      *>    ANY DAY.
       0513-COUNTER-TILL.
           PERFORM 0200-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           CALL "get-store-prices" USING WS-TODAY-YYYYMMDD,
             WS-STORE-PRICE-TABLE.
           INITIALIZE WS-TL-AMOUNT-TXT.
           INITIALIZE WS-TL-MEMBER.
           INITIALIZE WS-TL-TIER.
           INITIALIZE WS-TL-DAY-TXT.
           INITIALIZE WS-TL-CHOICE.
           DISPLAY TILL-SCREEN.
           ACCEPT TL-AMOUNT-FIELD.
           ACCEPT TL-MEMBER-FIELD.
           ACCEPT TL-TIER-FIELD.
           ACCEPT TL-DAY-FIELD.
           ACCEPT TL-CHOICE-FIELD.
           MOVE SPACES TO WS-TL-NOTICE.

           IF WS-TL-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           END-IF.

           IF WS-TL-CHOICE = "o" OR "O" OR "c" OR "C" THEN
             IF WS-TL-AMOUNT-TXT IS NUMERIC THEN
               MOVE WS-TL-AMOUNT-TXT TO WS-TL-AMOUNT
               IF WS-TL-CHOICE = "o" OR "O" THEN
                 PERFORM 0514-OPEN-TILL
               ELSE
                 PERFORM 0515-CLOSE-TILL
               END-IF
             ELSE
               MOVE "Enter the cash in whole pounds" TO WS-TL-NOTICE
             END-IF
             PERFORM 0513-COUNTER-TILL
           ELSE IF WS-TL-CHOICE = "t" OR "T" THEN
             PERFORM 0516-TILL-TOPUP
             PERFORM 0513-COUNTER-TILL
           ELSE IF WS-TL-CHOICE = "r" OR "R" THEN
             IF WS-TL-DAY-TXT = SPACES THEN
               MOVE 0 TO WS-TL-DAY
               CALL "cash-up-report" USING WS-TL-DAY
               MOVE "Cash-up report sent to spool" TO WS-TL-NOTICE
             ELSE IF WS-TL-DAY-TXT IS NUMERIC THEN
               MOVE WS-TL-DAY-TXT TO WS-TL-DAY
               CALL "cash-up-report" USING WS-TL-DAY
               MOVE "Cash-up report sent to spool" TO WS-TL-NOTICE
             ELSE
               MOVE "Enter a day as YYYYMMDD" TO WS-TL-NOTICE
             END-IF
             PERFORM 0513-COUNTER-TILL
           END-IF.

       0514-OPEN-TILL.
           CALL "open-till-session" USING WS-FORMATTED-DT,
             WS-USERNAME, WS-TL-AMOUNT, WS-TL-SESSION-ID,
             WS-TL-RESULT.
           MOVE WS-TL-SESSION-ID TO WS-TL-SESSION-SHOW.
           IF WS-TL-RESULT = "Y" THEN
             STRING "Till " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TL-SESSION-SHOW) DELIMITED BY SIZE
               " opened" DELIMITED BY SIZE
               INTO WS-TL-NOTICE
           ELSE
             STRING "Till " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TL-SESSION-SHOW) DELIMITED BY SIZE
               " is already open" DELIMITED BY SIZE
               INTO WS-TL-NOTICE
           END-IF.

       0515-CLOSE-TILL.
           CALL "close-till-session" USING WS-FORMATTED-DT,
             WS-USERNAME, WS-TL-AMOUNT, WS-TL-SESSION-ID,
             WS-TL-EXPECTED, WS-TL-RESULT.
           IF WS-TL-RESULT = "Y" THEN
             COMPUTE WS-TL-VARIANCE = WS-TL-AMOUNT - WS-TL-EXPECTED
             MOVE WS-TL-VARIANCE TO WS-TL-VARIANCE-SHOW
             STRING "Till cashed up - over/short " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TL-VARIANCE-SHOW) DELIMITED BY SIZE
               INTO WS-TL-NOTICE
           ELSE
             MOVE "You have no till open" TO WS-TL-NOTICE
           END-IF.

       0516-TILL-TOPUP.
           IF WS-TL-TIER IS NUMERIC THEN
             MOVE WS-TL-TIER TO WS-TL-TIER-PICK
           ELSE
             MOVE 0 TO WS-TL-TIER-PICK
           END-IF.
           CALL "till-cash-topup" USING WS-FORMATTED-DT, WS-USERNAME,
             WS-TL-MEMBER, WS-TL-TIER-PICK, WS-TL-PRICE, WS-TL-RESULT.
           IF WS-TL-RESULT = "Y" THEN
             MOVE WS-TL-PRICE TO WS-TL-PRICE-SHOW
             STRING "Credits added - take " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TL-PRICE-SHOW) DELIMITED BY SIZE
               " pounds" DELIMITED BY SIZE
               INTO WS-TL-NOTICE
           ELSE IF WS-TL-RESULT = "S" THEN
             MOVE "Open a till first" TO WS-TL-NOTICE
           ELSE IF WS-TL-RESULT = "T" THEN
             MOVE "Pick a store tier from 1 to 6" TO WS-TL-NOTICE
           ELSE IF WS-TL-RESULT = "U" THEN
             MOVE "No such member" TO WS-TL-NOTICE
           ELSE
             MOVE "Balance or till would overflow" TO WS-TL-NOTICE
           END-IF.

      *>    THE BOARD MASTER: EVERY BOARD WITH ITS TITLE, DISPLAY
      *>    ORDER, STATUS AND OWNING ADMIN. (S) ADDS A NEW CODE OR
      *>    UPDATES AN EXISTING ONE, (F)/(O)/(R) FREEZE, REOPEN AND
      *>    RETIRE, AND (L) PULLS IN ANY CODE ALREADY IN USE ON THE
      *>    LIVE OR ARCHIVED MESSAGES.
       0517-BOARD-MASTER.
           PERFORM 0200-TIME-AND-DATE.
           MOVE "A" TO WS-BOARD-LIST-SCOPE.
           CALL "get-board-list" USING WS-BOARD-LIST-SCOPE,
             WS-BOARD-LIST-COUNT, WS-BOARD-LIST.
           INITIALIZE WS-BMAS-CODE.
           INITIALIZE WS-BMAS-TITLE.
           INITIALIZE WS-BMAS-DESC.
           INITIALIZE WS-BMAS-ORDER-TXT.
           INITIALIZE WS-BMAS-CHOICE.
           DISPLAY BOARD-MASTER-SCREEN.
           ACCEPT BMAS-CODE-FIELD.
           ACCEPT BMAS-TITLE-FIELD.
           ACCEPT BMAS-DESC-FIELD.
           ACCEPT BMAS-ORDER-FIELD.
           ACCEPT BMAS-CHOICE-FIELD.
           MOVE SPACES TO WS-BMAS-NOTICE.

           IF WS-BMAS-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-BMAS-CHOICE = "g" OR "G" THEN
             PERFORM 0500-BACK-OFFICE-MENU
           END-IF.

           MOVE FUNCTION TRIM(WS-BMAS-CODE) TO WS-BMAS-CODE.
           IF WS-BMAS-ORDER-TXT = SPACES THEN
             MOVE 0 TO WS-BMAS-ORDER
           ELSE IF WS-BMAS-ORDER-TXT IS NUMERIC THEN
             MOVE WS-BMAS-ORDER-TXT TO WS-BMAS-ORDER
           ELSE
             MOVE "Enter the display order as 3 digits" TO
               WS-BMAS-NOTICE
             PERFORM 0517-BOARD-MASTER
           END-IF.

           IF WS-BMAS-CHOICE = "l" OR "L" THEN
             MOVE "L" TO WS-BMAS-CHOICE
           ELSE IF WS-BMAS-CHOICE = "s" OR "S" THEN
             MOVE "S" TO WS-BMAS-CHOICE
           ELSE IF WS-BMAS-CHOICE = "f" OR "F" THEN
             MOVE "R" TO WS-BMAS-CHOICE
           ELSE IF WS-BMAS-CHOICE = "o" OR "O" THEN
             MOVE "O" TO WS-BMAS-CHOICE
           ELSE IF WS-BMAS-CHOICE = "r" OR "R" THEN
             MOVE "X" TO WS-BMAS-CHOICE
           ELSE
             PERFORM 0517-BOARD-MASTER
           END-IF.

           IF WS-BMAS-CHOICE NOT = "L" AND
              (WS-BMAS-CODE = SPACES OR WS-BMAS-CODE = LOW-VALUE) THEN
             MOVE "Enter a board code" TO WS-BMAS-NOTICE
             PERFORM 0517-BOARD-MASTER
           END-IF.

           CALL "maintain-board-master" USING WS-BMAS-CHOICE,
             WS-BMAS-CODE, WS-BMAS-TITLE, WS-BMAS-DESC,
             WS-BMAS-ORDER, WS-USERNAME, WS-BMAS-RESULT,
             WS-BMAS-COUNT.
           IF WS-BMAS-CHOICE = "L" THEN
             MOVE WS-BMAS-COUNT TO WS-BMAS-COUNT-TXT
             STRING "Boards added: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BMAS-COUNT-TXT) DELIMITED BY SIZE
               INTO WS-BMAS-NOTICE
           ELSE IF WS-BMAS-RESULT = "Y" THEN
             MOVE "Board master updated" TO WS-BMAS-NOTICE
           ELSE
             MOVE "No such board on the master" TO WS-BMAS-NOTICE
           END-IF.
           PERFORM 0517-BOARD-MASTER.

      *>    THE HELP ARTICLE EDITOR. (L) LOADS ONE PAGE OF AN ARTICLE
      *>    INTO THE FIELDS WITH ITS REVISION HISTORY, (S) SAVES THE
      *>    PAGE AS A NEW REVISION (NO ARTICLE NO STARTS A NEW ONE),
      *>    (R) ROLLS BACK TO THE REVISION KEYED, (E) SPOOLS THE
      *>    VIEWS REPORT. THE FIELDS ARE LEFT AS KEYED BETWEEN TRIPS
      *>    ROUND THE SCREEN SO A PAGE CAN BE LOADED, EDITED, SAVED.
       0518-HELP-ARTICLES.
           PERFORM 0200-TIME-AND-DATE.
           CALL "find-help-articles" USING WS-HLP-KEYWORD,
             WS-HLP-COUNT, WS-HLP-TOTAL, WS-HLP-LIST.
           INITIALIZE WS-HED-CHOICE.
           DISPLAY HELP-EDITOR-SCREEN.
           ACCEPT HED-KEYWORD-FIELD.
           ACCEPT HED-ID-FIELD.
           ACCEPT HED-TITLE-FIELD.
           ACCEPT HED-CATEGORY-FIELD.
           ACCEPT HED-PAGE-FIELD.
           ACCEPT HED-LINE-1-FIELD.
           ACCEPT HED-LINE-2-FIELD.
           ACCEPT HED-LINE-3-FIELD.
           ACCEPT HED-LINE-4-FIELD.
           ACCEPT HED-LINE-5-FIELD.
           ACCEPT HED-REV-FIELD.
           ACCEPT HED-CHOICE-FIELD.
           MOVE SPACES TO WS-HED-NOTICE.

           IF WS-HED-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-HED-CHOICE = "g" OR "G" THEN
             PERFORM 0500-BACK-OFFICE-MENU
           ELSE IF WS-HED-CHOICE = "f" OR "F" THEN
             PERFORM 0518-HELP-ARTICLES
           ELSE IF WS-HED-CHOICE = "e" OR "E" THEN
             CALL "help-article-report"
             MOVE "Views report spooled" TO WS-HED-NOTICE
             PERFORM 0518-HELP-ARTICLES
           END-IF.

           IF WS-HED-ID-TXT = SPACES THEN
             MOVE 0 TO WS-HED-ID
           ELSE IF WS-HED-ID-TXT IS NUMERIC THEN
             MOVE WS-HED-ID-TXT TO WS-HED-ID
           ELSE
             MOVE "Enter the 4-digit article no" TO WS-HED-NOTICE
             PERFORM 0518-HELP-ARTICLES
           END-IF.
           IF WS-HED-PAGE-TXT = SPACES THEN
             MOVE 0 TO WS-HED-PAGE
           ELSE IF WS-HED-PAGE-TXT IS NUMERIC THEN
             MOVE WS-HED-PAGE-TXT TO WS-HED-PAGE
           ELSE
             MOVE "Page no is a single digit" TO WS-HED-NOTICE
             PERFORM 0518-HELP-ARTICLES
           END-IF.
           IF WS-HED-REV-TXT = SPACES THEN
             MOVE 0 TO WS-HED-REV
           ELSE IF WS-HED-REV-TXT IS NUMERIC THEN
             MOVE WS-HED-REV-TXT TO WS-HED-REV
           ELSE
             MOVE "Enter the revision as 3 digits" TO WS-HED-NOTICE
             PERFORM 0518-HELP-ARTICLES
           END-IF.

           IF WS-HED-CHOICE = "l" OR "L" THEN
             IF WS-HED-ID = 0 THEN
               MOVE "Enter an article no to load" TO WS-HED-NOTICE
             ELSE
               PERFORM 0519-HELP-ARTICLE-LOAD
               IF WS-HED-FOUND = 0 THEN
                 MOVE "No such help article" TO WS-HED-NOTICE
               END-IF
             END-IF
           ELSE IF WS-HED-CHOICE = "s" OR "S" THEN
             MOVE "S" TO WS-HED-ACTION
             CALL "maintain-help-article" USING WS-HED-ACTION,
               WS-HED-ID, WS-HED-TITLE, WS-HED-CATEGORY, WS-HED-PAGE,
               WS-HED-TEXT, WS-HED-REV, WS-USERNAME, WS-HED-RESULT
             EVALUATE WS-HED-RESULT
               WHEN "Y"
                 MOVE WS-HED-ID TO WS-HED-ID-TXT
                 PERFORM 0519-HELP-ARTICLE-LOAD
                 MOVE "Saved as a new revision" TO WS-HED-NOTICE
               WHEN "T"
                 MOVE "A new article needs a title" TO WS-HED-NOTICE
               WHEN "P"
                 MOVE "Add pages one after the last" TO WS-HED-NOTICE
               WHEN OTHER
                 MOVE "No such help article" TO WS-HED-NOTICE
             END-EVALUATE
           ELSE IF WS-HED-CHOICE = "r" OR "R" THEN
             IF WS-HED-ID = 0 OR WS-HED-REV = 0 THEN
               MOVE "Enter an article no and revision" TO
                 WS-HED-NOTICE
             ELSE
               MOVE "R" TO WS-HED-ACTION
               CALL "maintain-help-article" USING WS-HED-ACTION,
                 WS-HED-ID, WS-HED-TITLE, WS-HED-CATEGORY,
                 WS-HED-PAGE, WS-HED-TEXT, WS-HED-REV, WS-USERNAME,
                 WS-HED-RESULT
               EVALUATE WS-HED-RESULT
                 WHEN "Y"
                   MOVE 1 TO WS-HED-PAGE
                   MOVE SPACES TO WS-HED-REV-TXT
                   PERFORM 0519-HELP-ARTICLE-LOAD
                   MOVE "Rolled back as a new revision" TO
                     WS-HED-NOTICE
                 WHEN "V"
                   MOVE "No such earlier revision" TO WS-HED-NOTICE
                 WHEN OTHER
                   MOVE "No such help article" TO WS-HED-NOTICE
               END-EVALUATE
             END-IF
           END-IF.

           PERFORM 0518-HELP-ARTICLES.

      *>    FILLS THE EDITOR FROM THE ARTICLE'S CURRENT REVISION: THE
      *>    PAGE ASKED FOR (OR PAGE ONE), THE HEADER AND THE HISTORY.
       0519-HELP-ARTICLE-LOAD.
           CALL "get-help-article" USING WS-HED-ID, WS-HED-PAGE,
             WS-HED-TITLE, WS-HED-CATEGORY, WS-HED-CUR-REV,
             WS-HED-CUR-PAGES, WS-HED-CUR-EDITOR, WS-HED-CUR-DATE,
             WS-HED-TEXT, WS-HED-FOUND.
           MOVE WS-HED-PAGE TO WS-HED-PAGE-TXT.
           CALL "get-help-revisions" USING WS-HED-ID,
             WS-HED-REV-COUNT, WS-HED-REV-LIST.

      *>    THE ADMIN SIDE OF THE TICKET DESK: UNCLOSED TICKETS WITH
      *>    THEIR LATEST REPLIES; (R) ANSWERS, (A) TAKES OWNERSHIP,
      *>    (C) CLOSES, (E) SPOOLS THE AGEING REPORT.
           INITIALIZE WS-TKT-CHOICE.
           INITIALIZE WS-TKT-PICK-TXT.
           INITIALIZE WS-TKT-REPLY.
           INITIALIZE WS-TKT-ARTICLE-TXT.
           DISPLAY TICKET-DESK-SCREEN.
           ACCEPT TDK-PICK-FIELD.
           ACCEPT TDK-REPLY-FIELD.
           ACCEPT TDK-ARTICLE-FIELD.
           ACCEPT TDK-CHOICE-FIELD.
           MOVE SPACES TO WS-TKT-NOTICE.

               MOVE 0 TO WS-TKT-PICK
           END-IF.

      *>    A HELP ARTICLE NUMBER CAN GO WITH THE REPLY, OR STAND IN
      *>    FOR IT WHEN THE ARTICLE SAYS IT ALL.
           IF WS-TKT-ARTICLE-TXT IS NUMERIC THEN
               MOVE WS-TKT-ARTICLE-TXT TO WS-TKT-ARTICLE
           ELSE
               MOVE 0 TO WS-TKT-ARTICLE
           END-IF.

           IF WS-TKT-CHOICE = "r" OR "R" THEN
               IF WS-TKT-PICK > 0 AND
                  (WS-TKT-REPLY NOT = SPACES AND LOW-VALUE OR
                   WS-TKT-ARTICLE > 0) THEN
                   CALL "reply-ticket" USING WS-TKT-PICK,
                     WS-USERNAME, WS-TKT-REPLY, WS-TKT-RESULT,
                     WS-TKT-ARTICLE
                   IF WS-TKT-RESULT = "A" THEN
                       MOVE "No such help article" TO WS-TKT-NOTICE
                   ELSE
                       MOVE "Reply sent to the member" TO
                         WS-TKT-NOTICE
                   END-IF
               END-IF
               PERFORM 0509-TICKET-DESK
           END-IF.
               PERFORM 0509-TICKET-DESK
           END-IF.

      *>    BALANCES WRITTEN OFF WHEN A MEMBER WAS REMOVED. (F) NARROWS
      *>    THE LIST TO ONE FORMER USERNAME; (R) PUTS THE PICKED
      *>    BALANCE ON THE ACCOUNT NAMED, PROVIDED THE CLAIM WINDOW
      *>    IS STILL OPEN.
       0510-UNCLAIMED-BALANCES.
           PERFORM 0200-TIME-AND-DATE.
           CALL "get-unclaimed-balances" USING WS-UB-FILTER,
             WS-UB-COUNT, WS-UB-TABLE.
           INITIALIZE WS-UB-CHOICE.
           INITIALIZE WS-UB-PICK.
           INITIALIZE WS-UB-TARGET.
           DISPLAY UNCLAIMED-SCREEN.
           ACCEPT UB-FILTER-FIELD.
           ACCEPT UB-PICK-FIELD.
           ACCEPT UB-TARGET-FIELD.
           ACCEPT UB-CHOICE-FIELD.
           MOVE SPACES TO WS-UB-NOTICE.

           IF WS-UB-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           END-IF.

           IF WS-UB-CHOICE = "f" OR "F" THEN
             PERFORM 0510-UNCLAIMED-BALANCES
           END-IF.

           IF WS-UB-CHOICE = "r" OR "R" THEN
             IF WS-UB-PICK >= "1" AND WS-UB-PICK <= "5" AND
                WS-UB-TARGET NOT = SPACES AND LOW-VALUE THEN
               MOVE WS-UB-PICK TO WS-UB-POS
               IF WS-UB-POS <= WS-UB-COUNT THEN
                 CALL "reinstate-unclaimed" USING WS-FORMATTED-DT,
                   WS-USERNAME, WS-UB-ID(WS-UB-POS), WS-UB-TARGET,
                   WS-UB-RESULT
                 IF WS-UB-RESULT = "Y" THEN
                   MOVE "Balance reinstated" TO WS-UB-NOTICE
                 ELSE IF WS-UB-RESULT = "U" THEN
                   MOVE "No such member to credit" TO WS-UB-NOTICE
                 ELSE IF WS-UB-RESULT = "E" THEN
                   MOVE "Claim window has closed" TO WS-UB-NOTICE
                 ELSE IF WS-UB-RESULT = "O" THEN
                   MOVE "Would overflow the balance" TO WS-UB-NOTICE
                 ELSE
                   MOVE "Entry no longer held" TO WS-UB-NOTICE
                 END-IF
               END-IF
             ELSE
               MOVE "Pick an entry and an account" TO WS-UB-NOTICE
             END-IF
             PERFORM 0510-UNCLAIMED-BALANCES
           END-IF.

      *>    MARK A DATE PROCESSING OR NON-PROCESSING ON THE BUSINESS
      *>    CALENDAR THE BATCH CONTROLLER CONSULTS EVERY NIGHT.
       0508-BUSINESS-CALENDAR.
      *>          PUBLISHING THE HELD POST MEANS THE HOLD WAS
      *>          NEEDLESS (DISMISS); REJECTING IT UPHOLDS THE HOLD.
                 IF WS-QUEUE-CHOICE = "p" OR "P" THEN
                   CALL "publish-held-post" USING WS-HELD-ID, "A",
                     WS-USERNAME
                   CALL "resolve-moderation-entry" USING
                     WS-Q-ID(WS-QUEUE-POS) WS-USERNAME "D"
                 ELSE
                   CALL "publish-held-post" USING WS-HELD-ID, "R",
                     WS-USERNAME
                   CALL "resolve-moderation-entry" USING
                     WS-Q-ID(WS-QUEUE-POS) WS-USERNAME "U"
                 END-IF
             PERFORM 0171-REVENUE-REPORT
           END-IF.

      *>    (C) SPOOLS THE PAGE WITH ITS COMMA-SEPARATED DATA FILE
      *>    ALONGSIDE, FOR THE ACCOUNTANT'S SPREADSHEET.
           IF WS-REVENUE-CHOICE = "c" OR "C" THEN
             CALL "check-csv-output" USING WS-CSV-REQUEST,
               WS-CSV-REVENUE-REPORT, WS-CSV-WANTED
             CALL "spool-revenue-report" USING WS-FORMATTED-DT,
               WS-DAY-REVENUE, WS-WEEK-REVENUE, WS-MONTH-REVENUE
             PERFORM 0171-REVENUE-REPORT
           END-IF.

       0172-MEMBER-STATEMENT-LOOKUP.
      *>    ASKS FOR A USERNAME TO PULL A COMBINED STATEMENT FOR. GOES
      *>    BACK TO ITSELF ON A BAD USERNAME SO THE ADMIN CAN TRY AGAIN.
      *>    LETS AN ADM-LEVEL USER ADD OR REMOVE A WORD FROM THE
      *>    GUESSING-WORDS.DAT DICTIONARY WITHOUT HAND-EDITING THE
      *>    .DAT FILE, AND SHOWS THE COUNT AGAINST THE 213-WORD TABLE
      *>    BOUND 0410-DISPLAY-GUESSING-GAME READS IT INTO. X AND I
      *>    TAKE A WORD OUT OF, OR PUT IT BACK INTO, THE ANAGRAM RACE.
           PERFORM 0200-TIME-AND-DATE.
           PERFORM 0132-CREDIT-TOTAL.
           MOVE SPACES TO WS-WORDLIST-ACTION.
             STOP RUN
           ELSE IF WS-WORDLIST-ACTION = "g" OR "G" THEN
             PERFORM 0110-DISPLAY-MENU
           ELSE IF WS-WORDLIST-ACTION = "a" OR "A" OR "r" OR "R"
                OR "x" OR "X" OR "i" OR "I" THEN
             PERFORM 0181-WORD-LIST-ENTRY
           ELSE
             PERFORM 0180-WORD-LIST-MAINTENANCE
             PERFORM 0192-DM-COMPOSE
           ELSE IF WS-DM-MENU-CHOICE = "s" OR "S" THEN
             PERFORM 0270-DM-SENT
           ELSE IF WS-DM-MENU-CHOICE = "c" OR "C" THEN
             MOVE SPACES TO WS-GRP-NOTICE
             MOVE SPACES TO WS-GRP-NAME
             MOVE SPACES TO WS-GRP-MEMBER
             PERFORM 0273-GROUP-CONVERSATIONS
           ELSE IF WS-DM-MENU-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN

           PERFORM 0270-DM-SENT.

      *>    NAMED GROUP CONVERSATIONS, REACHED FROM THE DM INBOX.
      *>    THE CONVERSATION NUMBER FIELD SERVES OPEN, ADD AND LEAVE;
      *>    THE NAME AND MEMBER FIELDS ARE KEPT BETWEEN TRIPS ROUND
      *>    THE SCREEN SO A REFUSED ADD CAN BE PUT RIGHT.
       0273-GROUP-CONVERSATIONS.
           PERFORM 0200-TIME-AND-DATE.
           CALL "get-group-conversations" USING WS-USERNAME,
             WS-GRP-COUNT, WS-GRP-LIST.
           IF WS-GRP-NOTICE = SPACES AND WS-GRP-COUNT = 0 THEN
             MOVE "You are not in any group conversations" TO
               WS-GRP-NOTICE
           END-IF.
           INITIALIZE WS-GRP-PICK-TXT.
           INITIALIZE WS-GRP-CHOICE.
           DISPLAY GROUP-LIST-SCREEN.
           ACCEPT GRPL-PICK-FIELD.
           ACCEPT GRPL-NAME-FIELD.
           ACCEPT GRPL-MEMBER-FIELD.
           ACCEPT GRPL-CHOICE-FIELD.
           MOVE SPACES TO WS-GRP-NOTICE.

           IF WS-GRP-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-GRP-CHOICE = "g" OR "G" THEN
             PERFORM 0190-DM-INBOX
           ELSE IF WS-GRP-CHOICE = "n" OR "N" THEN
             MOVE "N" TO WS-GRP-ACTION
             MOVE 0 TO WS-GRP-ID
             CALL "maintain-group-conversation" USING WS-GRP-ACTION,
               WS-GRP-ID, WS-GRP-NAME, WS-USERNAME, WS-GRP-MEMBER,
               WS-GRP-RESULT
             EVALUATE WS-GRP-RESULT
               WHEN "Y"
                 MOVE WS-GRP-ID TO WS-GRP-ID-TXT
                 STRING "Conversation " DELIMITED BY SIZE
                   WS-GRP-ID-TXT DELIMITED BY SIZE
                   " started" DELIMITED BY SIZE
                   INTO WS-GRP-NOTICE
                 MOVE SPACES TO WS-GRP-NAME
               WHEN "T"
                 MOVE "Give the new conversation a name" TO
                   WS-GRP-NOTICE
               WHEN OTHER
                 MOVE "Conversation could not be started" TO
                   WS-GRP-NOTICE
             END-EVALUATE
           ELSE IF WS-GRP-CHOICE = "o" OR "O" THEN
             IF WS-GRP-PICK-TXT IS NUMERIC THEN
               MOVE WS-GRP-PICK-TXT TO WS-GRP-ID
               MOVE SPACES TO WS-GRP-POST
               PERFORM 0274-GROUP-THREAD
             ELSE
               MOVE "Enter the 4-digit conversation no" TO
                 WS-GRP-NOTICE
             END-IF
           ELSE IF WS-GRP-CHOICE = "a" OR "A" THEN
             IF WS-GRP-PICK-TXT IS NUMERIC THEN
               MOVE WS-GRP-PICK-TXT TO WS-GRP-ID
               MOVE "A" TO WS-GRP-ACTION
               CALL "maintain-group-conversation" USING WS-GRP-ACTION,
                 WS-GRP-ID, WS-GRP-NAME, WS-USERNAME, WS-GRP-MEMBER,
                 WS-GRP-RESULT
               EVALUATE WS-GRP-RESULT
                 WHEN "Y"
                   MOVE "Member added" TO WS-GRP-NOTICE
                   MOVE SPACES TO WS-GRP-MEMBER
                 WHEN "O"
                   MOVE "Only the owner can add members" TO
                     WS-GRP-NOTICE
                 WHEN "B"
                   MOVE "A block stops that member being added" TO
                     WS-GRP-NOTICE
                 WHEN "D"
                   MOVE "Already in that conversation" TO
                     WS-GRP-NOTICE
                 WHEN "U"
                   MOVE "No member by that name" TO WS-GRP-NOTICE
                 WHEN "F"
                   MOVE "That conversation is full" TO WS-GRP-NOTICE
                 WHEN OTHER
                   MOVE "No such conversation" TO WS-GRP-NOTICE
               END-EVALUATE
             ELSE
               MOVE "Enter the 4-digit conversation no" TO
                 WS-GRP-NOTICE
             END-IF
           ELSE IF WS-GRP-CHOICE = "l" OR "L" THEN
             IF WS-GRP-PICK-TXT IS NUMERIC THEN
               MOVE WS-GRP-PICK-TXT TO WS-GRP-ID
               PERFORM 0275-GROUP-LEAVE
             ELSE
               MOVE "Enter the 4-digit conversation no" TO
                 WS-GRP-NOTICE
             END-IF
           END-IF.

           PERFORM 0273-GROUP-CONVERSATIONS.

      *>    OPENING THE THREAD MARKS EVERYTHING IN IT READ FOR THIS
      *>    MEMBER, THE SAME AS 0191-DM-VIEW DOES FOR ONE MESSAGE.
       0274-GROUP-THREAD.
           PERFORM 0200-TIME-AND-DATE.
           CALL "get-group-thread" USING WS-GRP-ID, WS-USERNAME,
             WS-GRP-FOUND, WS-GRP-TITLE, WS-GRP-OWNER,
             WS-GRP-PART-COUNT, WS-GRP-PARTS, WS-GRP-MSG-COUNT,
             WS-GRP-MSGS.
           IF WS-GRP-FOUND = 0 THEN
             MOVE "You are not in that conversation" TO WS-GRP-NOTICE
             PERFORM 0273-GROUP-CONVERSATIONS
           END-IF.
           CALL "mark-group-read" USING WS-GRP-ID, WS-USERNAME.
           INITIALIZE WS-GRP-CHOICE.
           DISPLAY GROUP-THREAD-SCREEN.
           ACCEPT GRPT-POST-1-FIELD.
           ACCEPT GRPT-POST-2-FIELD.
           ACCEPT GRPT-CHOICE-FIELD.
           MOVE SPACES TO WS-GRP-NOTICE.

           IF WS-GRP-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-GRP-CHOICE = "g" OR "G" THEN
             PERFORM 0273-GROUP-CONVERSATIONS
           ELSE IF WS-GRP-CHOICE = "p" OR "P" THEN
             CALL "post-group-message" USING WS-GRP-ID, WS-USERNAME,
               WS-GRP-POST, WS-GRP-RESULT
             EVALUATE WS-GRP-RESULT
               WHEN "Y"
                 MOVE "Message sent" TO WS-GRP-NOTICE
                 MOVE SPACES TO WS-GRP-POST
               WHEN "E"
                 MOVE "Type a message first" TO WS-GRP-NOTICE
               WHEN OTHER
                 MOVE "Message could not be sent" TO WS-GRP-NOTICE
             END-EVALUATE
           ELSE IF WS-GRP-CHOICE = "l" OR "L" THEN
             PERFORM 0275-GROUP-LEAVE
             PERFORM 0273-GROUP-CONVERSATIONS
           END-IF.

           PERFORM 0274-GROUP-THREAD.

       0275-GROUP-LEAVE.
           MOVE "L" TO WS-GRP-ACTION.
           CALL "maintain-group-conversation" USING WS-GRP-ACTION,
             WS-GRP-ID, WS-GRP-NAME, WS-USERNAME, WS-GRP-MEMBER,
             WS-GRP-RESULT.
           IF WS-GRP-RESULT = "Y" THEN
             MOVE "You have left the conversation" TO WS-GRP-NOTICE
           ELSE
             MOVE "You are not in that conversation" TO WS-GRP-NOTICE
           END-IF.

      *>    THE ROOM PICK LIST: THE LOBBY AND EVERY OPEN ROOM. A
      *>    MEMBER STILL UNDER A KICK FOR A ROOM IS KEPT OUT OF IT.
       0276-CHAT-ROOM-LIST.
           PERFORM 0200-TIME-AND-DATE.
           MOVE "V" TO WS-CHAT-SCOPE.
           CALL "get-chat-rooms" USING WS-CHAT-SCOPE,
             WS-CHAT-ROOM-COUNT, WS-CHAT-ROOM-LIST.
           INITIALIZE WS-CHAT-ROOM-PICK-TXT.
           INITIALIZE WS-CHAT-ROOM-CHOICE.
           DISPLAY CHAT-ROOMS-SCREEN.
           ACCEPT CHRM-PICK-FIELD.
           ACCEPT CHRM-CHOICE-FIELD.
           MOVE SPACES TO WS-CHAT-STATUS.

           IF WS-CHAT-ROOM-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-CHAT-ROOM-CHOICE = "g" OR "G" THEN
             PERFORM 0110-DISPLAY-MENU
           ELSE IF WS-CHAT-ROOM-CHOICE = "j" OR "J" THEN
             MOVE FUNCTION TRIM(WS-CHAT-ROOM-PICK-TXT) TO
               WS-CHAT-ROOM-PICK-TXT
             IF WS-CHAT-ROOM-PICK-TXT(2:1) = SPACE THEN
               MOVE WS-CHAT-ROOM-PICK-TXT(1:1) TO
                 WS-CHAT-ROOM-PICK-TXT(2:1)
               MOVE "0" TO WS-CHAT-ROOM-PICK-TXT(1:1)
             END-IF
             IF WS-CHAT-ROOM-PICK-TXT IS NUMERIC THEN
               MOVE WS-CHAT-ROOM-PICK-TXT TO WS-CHAT-ROOM-PICK
             ELSE
               MOVE 0 TO WS-CHAT-ROOM-PICK
             END-IF
             IF WS-CHAT-ROOM-PICK > 0 AND
                WS-CHAT-ROOM-PICK <= WS-CHAT-ROOM-COUNT THEN
               MOVE WS-CR-CODE(WS-CHAT-ROOM-PICK) TO WS-CHAT-ROOM
               MOVE WS-CR-TITLE(WS-CHAT-ROOM-PICK) TO
                 WS-CHAT-ROOM-TITLE
               CALL "check-chat-sanction" USING WS-CHAT-ROOM,
                 WS-USERNAME, WS-CHAT-MUTED-UNTIL,
                 WS-CHAT-KICKED-UNTIL
               IF WS-CHAT-KICKED-UNTIL > 0 THEN
                 MOVE WS-CHAT-KICKED-UNTIL(9:2) TO
                   WS-CHAT-UNTIL-TXT(1:2)
                 MOVE ":" TO WS-CHAT-UNTIL-TXT(3:1)
                 MOVE WS-CHAT-KICKED-UNTIL(11:2) TO
                   WS-CHAT-UNTIL-TXT(4:2)
                 STRING "You are kept out of that room until "
                   DELIMITED BY SIZE
                   WS-CHAT-UNTIL-TXT DELIMITED BY SIZE
                   INTO WS-CHAT-STATUS
               ELSE
                 MOVE "N" TO WS-CHAT-JOINED
                 PERFORM 0194-CHAT-ROOM
               END-IF
             ELSE
               MOVE "Pick a room by its number" TO WS-CHAT-STATUS
             END-IF
           END-IF.

           PERFORM 0276-CHAT-ROOM-LIST.

       0277-CHAT-MUTED-NOTICE.
           MOVE WS-CHAT-MUTED-UNTIL(9:2) TO WS-CHAT-UNTIL-TXT(1:2).
           MOVE ":" TO WS-CHAT-UNTIL-TXT(3:1).
           MOVE WS-CHAT-MUTED-UNTIL(11:2) TO WS-CHAT-UNTIL-TXT(4:2).
           MOVE SPACES TO WS-CHAT-STATUS.
           STRING "You are muted in this room until " DELIMITED BY SIZE
             WS-CHAT-UNTIL-TXT DELIMITED BY SIZE
             INTO WS-CHAT-STATUS.

      *>    A CHAT LINE GETS THE SAME BANNED-WORD SCREEN AS A BOARD
      *>    POST: A SEVERE HIT IS REFUSED OUTRIGHT, A LESSER ONE GOES
      *>    OUT BUT IS QUEUED FOR MODERATION AS TYPE "H".
       0278-CHAT-SEND.
           CALL "check-chat-sanction" USING WS-CHAT-ROOM, WS-USERNAME,
             WS-CHAT-MUTED-UNTIL, WS-CHAT-KICKED-UNTIL.
           IF WS-CHAT-MUTED-UNTIL > 0 THEN
             PERFORM 0277-CHAT-MUTED-NOTICE
           ELSE
             MOVE SPACES TO WS-SCREEN-TEXT
             MOVE WS-CHAT-INPUT TO WS-SCREEN-TEXT(1:60)
             CALL "screen-content" USING WS-SCREEN-TEXT,
               WS-SCREEN-VERDICT
             IF WS-SCREEN-VERDICT = "R" THEN
               MOVE "That line contains banned language" TO
                 WS-CHAT-STATUS
             ELSE
               CALL "post-chat-message" USING WS-USERNAME,
                 WS-CHAT-INPUT, WS-CHAT-ROOM, WS-CHAT-SEQ
               IF WS-SCREEN-VERDICT = "Q" THEN
                 MOVE WS-CHAT-SEQ TO WS-REPORT-SOURCE-ID
                 MOVE "H" TO WS-REPORT-TYPE
                 CALL "report-content" USING WS-REPORT-TYPE,
                   WS-REPORT-SOURCE-ID, WS-USERNAME,
                   WS-AUTO-REPORTER, WS-AUTO-REASON,
                   WS-FORMATTED-DTE-TME(1:10)
               END-IF
             END-IF
           END-IF.

       0279-CHAT-SANCTION.
           CALL "check-board-moderator" USING WS-USERNAME,
             WS-CHAT-ROOM, WS-BOARD-MOD-FLAG.
           IF WS-BOARD-MOD-FLAG = 1 THEN
             MOVE 1 TO WS-PERM-OK
           ELSE
             MOVE "CHSN" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
           END-IF.
           IF WS-PERM-OK = 0 THEN
             MOVE "Only room moderators can mute or kick" TO
               WS-CHAT-STATUS
           ELSE IF WS-CHAT-MEMBER = SPACES OR LOW-VALUE THEN
             MOVE "Enter the member to mute or kick" TO
               WS-CHAT-STATUS
           ELSE IF WS-CHAT-MINUTES-TXT NOT = SPACES AND
              FUNCTION TRIM(WS-CHAT-MINUTES-TXT) IS NOT NUMERIC THEN
             MOVE "Enter the minutes as a number" TO WS-CHAT-STATUS
           ELSE
             IF WS-CHAT-MINUTES-TXT = SPACES THEN
               MOVE 0 TO WS-CHAT-MINUTES
             ELSE
               MOVE FUNCTION NUMVAL(WS-CHAT-MINUTES-TXT) TO
                 WS-CHAT-MINUTES
             END-IF
             IF WS-CHAT-CHOICE = "k" OR "K" THEN
               MOVE "K" TO WS-CHAT-SANCTION
             ELSE
               MOVE "M" TO WS-CHAT-SANCTION
             END-IF
             CALL "issue-chat-sanction" USING WS-CHAT-SANCTION,
               WS-CHAT-ROOM, WS-CHAT-MEMBER, WS-CHAT-MINUTES,
               WS-USERNAME, WS-CHAT-RESULT
             EVALUATE WS-CHAT-RESULT
               WHEN "Y"
                 MOVE SPACES TO WS-CHAT-NOTICE
                 IF WS-CHAT-SANCTION = "K" THEN
                   STRING FUNCTION TRIM(WS-CHAT-MEMBER)
                     DELIMITED BY SIZE
                     " was removed from the room" DELIMITED BY SIZE
                     INTO WS-CHAT-NOTICE
                 ELSE
                   STRING FUNCTION TRIM(WS-CHAT-MEMBER)
                     DELIMITED BY SIZE
                     " was muted" DELIMITED BY SIZE
                     INTO WS-CHAT-NOTICE
                 END-IF
                 CALL "post-chat-message" USING WS-LOBBY-NAME,
                   WS-CHAT-NOTICE, WS-CHAT-ROOM, WS-CHAT-SEQ
                 MOVE "Done - written to the content audit" TO
                   WS-CHAT-STATUS
               WHEN "S"
                 MOVE "You cannot mute or kick yourself" TO
                   WS-CHAT-STATUS
               WHEN OTHER
                 MOVE "No member by that name" TO WS-CHAT-STATUS
             END-EVALUATE
           END-IF.

      *>    ONE CALENDAR FOR THE FORTNIGHT AHEAD: EVENTS (E), OPEN
      *>    TOURNAMENT CLOSES (T), SCHEDULED POST RELEASES (P),
      *>    PLANNED MAINTENANCE (M) AND QUIZ NIGHTS (Q), DATE ORDER.
       0280-WHATS-ON.
           PERFORM 0200-TIME-AND-DATE.
           PERFORM 0132-CREDIT-TOTAL.
             PERFORM 0140-MESSAGE-MENU
           END-IF.

           IF WS-CAL-CHOICE = "n" OR "N" THEN
             MOVE SPACES TO WS-SER-NOTICE
             INITIALIZE WS-SER-TITLE
             INITIALIZE WS-SER-BOARD
             INITIALIZE WS-SER-FIRST-TXT
             INITIALIZE WS-SER-FREQ
             INITIALIZE WS-SER-END-TXT
             INITIALIZE WS-SER-VENUE
             INITIALIZE WS-SER-CAPACITY-TXT
             INITIALIZE WS-SER-PRICE-TXT
             PERFORM 0281-EVENT-SERIES-ENTRY
           END-IF.

           PERFORM 0280-WHATS-ON.

      *>    SETS UP A RECURRING EVENT SERIES. NOTHING IS POSTED HERE:
      *>    THE NIGHTLY BATCH POSTS EACH DATE AS AN ORDINARY EVENT
      *>    ONCE IT COMES WITHIN EVENT-LEAD-DAYS, UNDER THE
      *>    ORGANISER'S NAME ON THE CHOSEN BOARD.
       0281-EVENT-SERIES-ENTRY.
           PERFORM 0200-TIME-AND-DATE.
           INITIALIZE WS-SER-CHOICE.
           DISPLAY EVENT-SERIES-SCREEN.
           ACCEPT SER-TITLE-FIELD.
           ACCEPT SER-BOARD-FIELD.
           ACCEPT SER-FIRST-FIELD.
           ACCEPT SER-FREQ-FIELD.
           ACCEPT SER-END-FIELD.
           ACCEPT SER-VENUE-FIELD.
           ACCEPT SER-CAPACITY-FIELD.
           ACCEPT SER-PRICE-FIELD.
           ACCEPT SER-CHOICE-FIELD.
           MOVE SPACES TO WS-SER-NOTICE.

           IF WS-SER-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-SER-CHOICE = "g" OR "G" THEN
             PERFORM 0280-WHATS-ON
           ELSE IF WS-SER-CHOICE = "s" OR "S" THEN
             PERFORM 0282-EVENT-SERIES-SAVE
           END-IF.

           PERFORM 0281-EVENT-SERIES-ENTRY.

       0282-EVENT-SERIES-SAVE.
           IF WS-SER-FIRST-TXT IS NUMERIC THEN
             MOVE WS-SER-FIRST-TXT TO WS-SER-FIRST
           ELSE
             MOVE 0 TO WS-SER-FIRST
           END-IF.
           IF WS-SER-END-TXT IS NUMERIC THEN
             MOVE WS-SER-END-TXT TO WS-SER-END
           ELSE
             MOVE 0 TO WS-SER-END
           END-IF.
           IF WS-SER-CAPACITY-TXT IS NUMERIC THEN
             MOVE WS-SER-CAPACITY-TXT TO WS-SER-CAPACITY
           ELSE
             MOVE 0 TO WS-SER-CAPACITY
           END-IF.
           IF WS-SER-PRICE-TXT IS NUMERIC THEN
             MOVE WS-SER-PRICE-TXT TO WS-SER-PRICE
           ELSE
             MOVE 0 TO WS-SER-PRICE
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-SER-BOARD) TO WS-SER-BOARD.
           MOVE "O" TO WS-BOARD-STATUS.
           IF WS-SER-BOARD NOT = SPACES AND LOW-VALUE THEN
             CALL "check-board-status" USING WS-SER-BOARD,
               WS-BOARD-STATUS
           END-IF.

           IF WS-BOARD-STATUS NOT = "O" THEN
             MOVE "That board is not open for posting" TO
               WS-SER-NOTICE
           ELSE IF WS-SER-CAPACITY = 0 THEN
             MOVE "Give the capacity of the venue" TO WS-SER-NOTICE
           ELSE
             CALL "create-event-series" USING WS-SER-TITLE,
               WS-USERNAME, WS-SER-BOARD, WS-SER-FREQ, WS-SER-FIRST,
               WS-SER-END, WS-SER-VENUE, WS-SER-CAPACITY,
               WS-SER-PRICE, WS-SER-ID, WS-SER-RESULT
             EVALUATE WS-SER-RESULT
               WHEN "Y"
                 MOVE "Series saved - dates post nightly" TO
                   WS-SER-NOTICE
               WHEN "T"
                 MOVE "The series needs a title" TO WS-SER-NOTICE
               WHEN "F"
                 MOVE "Repeats must be W, F or M" TO WS-SER-NOTICE
               WHEN "D"
                 MOVE "First date must be today or later" TO
                   WS-SER-NOTICE
               WHEN OTHER
                 MOVE "Last date must not be before the first" TO
                   WS-SER-NOTICE
             END-EVALUATE
           END-IF.

      *>    THE DOOR REGISTER FOR ONE EVENT, KEPT BY ITS ORGANISER OR
      *>    AN ADMIN. EACH MEMBER WITH A SEAT IS CHECKED IN AS THEY
      *>    ARRIVE; ANYONE LEFT UNCHECKED ONCE THE EVENT IS PAST
      *>    COUNTS A NO-SHOW IN THE NIGHTLY TALLY.
       0283-EVENT-CHECKIN.
           PERFORM 0200-TIME-AND-DATE.
           MOVE SPACES TO WS-CHK-USERNAME.
           CALL "check-in-attendee" USING WS-EVT-MSG-ID,
             WS-CHK-USERNAME, WS-USERNAME, WS-CHK-RESULT,
             WS-CHK-COUNT.
           INITIALIZE WS-CHK-CHOICE.
           DISPLAY DOOR-CHECKIN-SCREEN.
           ACCEPT CHK-USERNAME-FIELD.
           ACCEPT CHK-CHOICE-FIELD.
           MOVE SPACES TO WS-CHK-NOTICE.

           IF WS-CHK-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-CHK-CHOICE = "g" OR "G" THEN
             PERFORM 0177-EVENT-SCREEN
           ELSE IF WS-CHK-CHOICE = "c" OR "C" THEN
             IF WS-CHK-USERNAME = SPACES OR LOW-VALUE THEN
               MOVE "Type the member's username first" TO
                 WS-CHK-NOTICE
             ELSE
               CALL "check-in-attendee" USING WS-EVT-MSG-ID,
                 WS-CHK-USERNAME, WS-USERNAME, WS-CHK-RESULT,
                 WS-CHK-COUNT
               EVALUATE WS-CHK-RESULT
                 WHEN "Y"
                   MOVE "Checked in - welcome them in" TO
                     WS-CHK-NOTICE
                 WHEN "A"
                   MOVE "Already checked in" TO WS-CHK-NOTICE
                 WHEN "W"
                   MOVE "Only on the waitlist - no seat held" TO
                     WS-CHK-NOTICE
                 WHEN "R"
                   MOVE "No RSVP from that member" TO WS-CHK-NOTICE
                 WHEN OTHER
                   MOVE "This event is not running" TO WS-CHK-NOTICE
               END-EVALUATE
             END-IF
           END-IF.

           PERFORM 0283-EVENT-CHECKIN.

       0191-DM-VIEW.
      *>    SHOWS ONE INBOX ENTRY IN FULL, THE SAME SHAPE
      *>    0141-MESSAGE-VIEW USES FOR A PUBLIC BOARD MESSAGE.
           END-IF.

       0194-CHAT-ROOM.
      *>    ONE ROOM: EVERYONE SIGNED IN CAN DROP IN, SEE THE LAST
      *>    TWELVE LINES OF THE ROOM'S SCROLLBACK, AND TALK. JOIN AND
      *>    LEAVE NOTICES ARE POSTED UNDER THE "*lobby*" NAME, DRIVEN
      *>    FROM THE SAME PRESENCE TRACKING AS WHO'S ONLINE. (S) SENDS
      *>    THROUGH THE SAME BANNED-WORD SCREEN AS POSTS, A BARE (R)
      *>    JUST REFRESHES THE SCROLLBACK. ADM AND THE ROOM'S
      *>    DELEGATED MODERATORS CAN MUTE (M) OR KICK (K) A MEMBER.
           PERFORM 0200-TIME-AND-DATE.
           PERFORM 0132-CREDIT-TOTAL.

           CALL "check-chat-sanction" USING WS-CHAT-ROOM, WS-USERNAME,
             WS-CHAT-MUTED-UNTIL, WS-CHAT-KICKED-UNTIL.
           IF WS-CHAT-KICKED-UNTIL > 0 THEN
             MOVE "N" TO WS-CHAT-JOINED
             MOVE "You have been removed from that room" TO
               WS-CHAT-STATUS
             PERFORM 0276-CHAT-ROOM-LIST
           END-IF.

           IF WS-CHAT-JOINED NOT = "Y" THEN
             MOVE "Y" TO WS-CHAT-JOINED
             MOVE SPACES TO WS-CHAT-NOTICE
             STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                 " joined " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CHAT-ROOM-TITLE) DELIMITED BY SIZE
                 INTO WS-CHAT-NOTICE
             CALL "post-chat-message" USING WS-LOBBY-NAME,
               WS-CHAT-NOTICE, WS-CHAT-ROOM, WS-CHAT-SEQ
           END-IF.

           CALL "get-online-users" USING WS-ONLINE-COUNT
             WS-ONLINE-TABLE.
           CALL "get-chat-messages" USING WS-CHAT-TABLE,
             WS-CHAT-COUNT, WS-CHAT-ROOM.
           IF WS-CHAT-STATUS = SPACES AND WS-CHAT-MUTED-UNTIL > 0 THEN
             PERFORM 0277-CHAT-MUTED-NOTICE
           END-IF.
           INITIALIZE WS-CHAT-INPUT.
           INITIALIZE WS-CHAT-CHOICE.
           INITIALIZE WS-CHAT-MEMBER.
           INITIALIZE WS-CHAT-MINUTES-TXT.
      *>    MUTE AND KICK ARE OFFERED TO THE ROOM'S OWN MODERATOR AND
      *>    TO STAFF WHOSE ROLES COVER CHAT SANCTIONS.
           CALL "check-board-moderator" USING WS-USERNAME,
             WS-CHAT-ROOM, WS-BOARD-MOD-FLAG.
           MOVE SPACES TO WS-CHAT-SANCTION-TXT.
           MOVE "CHSN" TO WS-PERM-FUNCTION.
           PERFORM 0527-FIND-PERMISSION.
           IF WS-PERM-OK = 1 OR
              WS-BOARD-MOD-FLAG = 1 THEN
             MOVE "(M) Mute member     (K) Kick member" TO
               WS-CHAT-SANCTION-TXT
           END-IF.
           DISPLAY CHAT-SCREEN.
           ACCEPT CHAT-INPUT-FIELD.
           ACCEPT CHAT-MEMBER-FIELD.
           ACCEPT CHAT-MINUTES-FIELD.
           ACCEPT CHAT-CHOICE-FIELD.
           MOVE SPACES TO WS-CHAT-STATUS.

           IF WS-CHAT-CHOICE = "s" OR "S" THEN
             IF WS-CHAT-INPUT NOT = SPACES AND LOW-VALUE THEN
               PERFORM 0278-CHAT-SEND
             END-IF
             PERFORM 0194-CHAT-ROOM
           END-IF.

           IF WS-CHAT-CHOICE = "m" OR "M" OR "k" OR "K" THEN
             PERFORM 0279-CHAT-SANCTION
             PERFORM 0194-CHAT-ROOM
           END-IF.

           IF WS-CHAT-CHOICE = "g" OR "G" THEN
             MOVE "N" TO WS-CHAT-JOINED
             MOVE SPACES TO WS-CHAT-NOTICE
             STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                 " left " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CHAT-ROOM-TITLE) DELIMITED BY SIZE
                 INTO WS-CHAT-NOTICE
             CALL "post-chat-message" USING WS-LOBBY-NAME,
               WS-CHAT-NOTICE, WS-CHAT-ROOM, WS-CHAT-SEQ
             PERFORM 0276-CHAT-ROOM-LIST
           END-IF.

           IF WS-CHAT-CHOICE = "q" OR "Q" THEN
             MOVE "N" TO WS-CHAT-JOINED
             MOVE SPACES TO WS-CHAT-NOTICE
             STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                 " left " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CHAT-ROOM-TITLE) DELIMITED BY SIZE
                 INTO WS-CHAT-NOTICE
             CALL "post-chat-message" USING WS-LOBBY-NAME,
               WS-CHAT-NOTICE, WS-CHAT-ROOM, WS-CHAT-SEQ
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           END-IF.
               PERFORM 0269-SUPPORT-DESK
           ELSE IF ACCOUNT-CHOICE = "l" or "L" THEN
               PERFORM 0264-LANGUAGE
           ELSE IF ACCOUNT-CHOICE = "y" or "Y" THEN
               PERFORM 0286-NOTIFICATION-PREFS
           ELSE IF ACCOUNT-CHOICE = "j" or "J" THEN
               PERFORM 0266-HOUSEHOLD
           ELSE IF ACCOUNT-CHOICE = "p" or "P" THEN
               PERFORM 0122-CHANGE-PASSWORD
           ELSE IF ACCOUNT-CHOICE = "d" or "D" THEN
           INITIALIZE WS-ADVSUB-START-TXT.
           INITIALIZE WS-ADVSUB-END-TXT.
           INITIALIZE WS-ADVSUB-BUDGET-TXT.
           INITIALIZE WS-ADVSUB-TARGET-BOARD.
           INITIALIZE WS-ADVSUB-TARGET-LEVEL.
           INITIALIZE WS-ADVSUB-TARGET-LANG.
           INITIALIZE WS-ADVSUB-CHOICE.
           DISPLAY ADV-SUBMIT-SCREEN.
           ACCEPT ADVSUB-TITLE-FIELD.
           ACCEPT ADVSUB-START-FIELD.
           ACCEPT ADVSUB-END-FIELD.
           ACCEPT ADVSUB-BUDGET-FIELD.
           ACCEPT ADVSUB-BOARD-FIELD.
           ACCEPT ADVSUB-LEVEL-FIELD.
           ACCEPT ADVSUB-LANG-FIELD.
           ACCEPT ADVSUB-CHOICE-FIELD.

           IF WS-ADVSUB-CHOICE = "q" OR "Q" THEN
               ELSE
                 MOVE 0 TO WS-ADVSUB-BUDGET
               END-IF
      *>       TARGETING IS MATCHED EXACTLY AT SERVING TIME, SO IT
      *>       IS FILED IN UPPER CASE LIKE THE LANGUAGE CODES AND
      *>       ACCOUNT LEVELS IT IS COMPARED WITH.
               MOVE FUNCTION TRIM(WS-ADVSUB-TARGET-BOARD) TO
                 WS-ADVSUB-TARGET-BOARD
               MOVE FUNCTION UPPER-CASE(WS-ADVSUB-TARGET-LEVEL) TO
                 WS-ADVSUB-TARGET-LEVEL
               MOVE FUNCTION UPPER-CASE(WS-ADVSUB-TARGET-LANG) TO
                 WS-ADVSUB-TARGET-LANG
               CALL "submit-campaign" USING WS-USERNAME,
                 WS-ADVSUB-TITLE, WS-CONTENT, WS-ADVSUB-START,
                 WS-ADVSUB-END, WS-ADVSUB-BUDGET,
                 WS-ADVSUB-TARGET-BOARD, WS-ADVSUB-TARGET-LEVEL,
                 WS-ADVSUB-TARGET-LANG
               PERFORM 0112-ADVERTISER-MENU
             END-IF
           END-IF.
           ACCEPT CARD-EXPIRY-FIELD.
           ACCEPT CARD-CVV-FIELD.
           ACCEPT BANK-ACCOUNT-CHOICE-FIELD.
           MOVE SPACES TO WS-BANK-NOTICE.

           IF BANK-ACCOUNT-CHOICE = "s" or "S" then
               PERFORM 0121-UPDATE-BANK-DETAILS
           MOVE CARD-EXPIRY TO WS-CARD-EXPIRY.
           MOVE CARD-CVV TO WS-CARD-CVV.

      *>    THE SAVED-CARD LIST IS TRIED FIRST: A CARD BLACKLISTED
      *>    AFTER A CHARGEBACK IS REFUSED THERE, AND THEN MUST NOT
      *>    REACH THE CARD ON FILE EITHER.
           CALL "add-saved-card" USING WS-USERNAME, WS-CARD-NO,
           WS-CARD-EXPIRY, WS-CARD-SAVE-RESULT.
           IF WS-CARD-SAVE-RESULT NOT = "Y" THEN
               MOVE "That card cannot be accepted" TO WS-BANK-NOTICE
               PERFORM 0120-BANK-DETAILS
           ELSE
               CALL "bank-details" USING WS-USERNAME, WS-CARD-NO,
               WS-CARD-EXPIRY, WS-CARD-CVV
               PERFORM 0111-USER-ACCOUNT-MENU
           END-IF.

      ******************************************************************   
      **********************----CREDITS SECTION----*********************
           CALL "get-store-prices" USING WS-TODAY-YYYYMMDD,
             WS-STORE-PRICE-TABLE.

      *>    THE TIER IS AS PLACED BY LAST NIGHT'S RUN; TODAY'S
      *>    PURCHASES COUNT TOWARDS IT FROM TOMORROW.
           CALL "get-loyalty-tier" USING WS-USERNAME, WS-LOYALTY-TIER,
             WS-LOYALTY-PCT, WS-LOYALTY-SPEND, WS-LOYALTY-NEXT,
             WS-LOYALTY-NEEDED.
           IF WS-LOYALTY-TIER = SPACES THEN
               MOVE "NONE" TO WS-LOYALTY-SHOWN
           ELSE
               MOVE WS-LOYALTY-TIER TO WS-LOYALTY-SHOWN
           END-IF.
           MOVE SPACES TO WS-LOYALTY-NOTICE.
           IF WS-LOYALTY-NEXT = SPACES THEN
               MOVE "Top tier reached - thank you for your loyalty" TO
                 WS-LOYALTY-NOTICE
           ELSE
               MOVE WS-LOYALTY-NEEDED TO WS-LOYALTY-NEEDED-TXT
               STRING "Spend " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LOYALTY-NEEDED-TXT) DELIMITED BY SIZE
                 " more pounds to reach " DELIMITED BY SIZE
                 WS-LOYALTY-NEXT DELIMITED BY SPACE
                 INTO WS-LOYALTY-NOTICE
           END-IF.

           INITIALIZE CREDIT-STORE-CHOICE.
           DISPLAY CREDIT-STORE-SCREEN.

                       WS-ERROR-MSG
                   PERFORM 0109-ERROR-PAGE
               END-IF
               IF WS-INSTALMENT-RESULT = "Y" THEN
                   CALL "award-loyalty-bonus" USING WS-FORMATTED-DT,
                     WS-USERNAME, WS-TIER-CREDITS(WS-STORE-TIER-PICK),
                     WS-LOYALTY-BONUS
               END-IF
           END-IF.

       0119-CHECK-ARREARS.
           CALL "check-arrears" USING WS-USERNAME, WS-ARREARS-FLAG.
           IF WS-ARREARS-FLAG > 0 THEN
               MOVE "Account Restricted - Instalment Arrears" TO
                 WS-ERROR-MSG
               PERFORM 0109-ERROR-PAGE
           MOVE 0 TO WS-UPDATE-CREDITS.
           MOVE 500 TO WS-UPDATE-CREDITS.

           PERFORM 0200-TIME-AND-DATE.
           CALL "draw-household-credits" USING WS-FORMATTED-DT,
               WS-USERNAME, WS-UPDATE-CREDITS, WS-HHLD-RESULT.
           PERFORM 0133-CHECK-CREDIT-BALANCE.
           
           IF WS-BALANCE-AVAILABLE = "Y" THEN
       0264-LANGUAGE.
           PERFORM 0200-TIME-AND-DATE.
           MOVE WS-MEMBER-LANG TO WS-LANG-NEW.
           CALL "set-weekly-letter" USING "G", WS-USERNAME,
             WS-WKL-OPT-IN.
           INITIALIZE WS-LANG-CHOICE.
           DISPLAY LANGUAGE-SCREEN.
           ACCEPT LANG-CODE-FIELD.
           ACCEPT WKL-OPT-IN-FIELD.
           ACCEPT LANG-CHOICE-FIELD.
           MOVE SPACES TO WS-LANG-NOTICE.

                   MOVE "Language preference saved" TO
                     WS-LANG-NOTICE
               END-IF
      *>        THE WEEKLY LETTER IS OPT-IN AND FOLLOWS THE LANGUAGE
      *>        SAVED ABOVE.
               MOVE FUNCTION UPPER-CASE(WS-WKL-OPT-IN) TO WS-WKL-OPT-IN
               IF WS-WKL-OPT-IN = "Y" OR "N" THEN
                   CALL "set-weekly-letter" USING "S", WS-USERNAME,
                     WS-WKL-OPT-IN
                   MOVE "Preferences saved" TO WS-LANG-NOTICE
               END-IF
               PERFORM 0264-LANGUAGE
           END-IF.

      *>    THE MEMBER'S HELP ARTICLES: (F) SEARCHES TITLES,
      *>    CATEGORIES AND PAGE TEXT, (O) OPENS AN ARTICLE BY NUMBER.
      *>    EVERY OPENING IS LOGGED FOR THE MOST-VIEWED REPORT.
       0271-HELP-BROWSER.
           PERFORM 0200-TIME-AND-DATE.
           CALL "find-help-articles" USING WS-HLP-KEYWORD,
             WS-HLP-COUNT, WS-HLP-TOTAL, WS-HLP-LIST.
           IF WS-HLP-NOTICE = SPACES THEN
             IF WS-HLP-TOTAL = 0 THEN
               MOVE "No help articles found" TO WS-HLP-NOTICE
             ELSE
               MOVE WS-HLP-TOTAL TO WS-HLP-TOTAL-TXT
               STRING FUNCTION TRIM(WS-HLP-TOTAL-TXT) DELIMITED BY SIZE
                 " articles found" DELIMITED BY SIZE
                 INTO WS-HLP-NOTICE
             END-IF
           END-IF.
           INITIALIZE WS-HLP-PICK-TXT.
           INITIALIZE WS-HLP-CHOICE.
           DISPLAY HELP-BROWSER-SCREEN.
           ACCEPT HLPB-KEYWORD-FIELD.
           ACCEPT HLPB-PICK-FIELD.
           ACCEPT HLPB-CHOICE-FIELD.
           MOVE SPACES TO WS-HLP-NOTICE.

           IF WS-HLP-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-HLP-CHOICE = "g" OR "G" THEN
             PERFORM 0110-DISPLAY-MENU
           ELSE IF WS-HLP-CHOICE = "o" OR "O" THEN
             IF WS-HLP-PICK-TXT IS NUMERIC THEN
               MOVE WS-HLP-PICK-TXT TO WS-HLP-ID
               MOVE 1 TO WS-HLP-PAGE
               CALL "get-help-article" USING WS-HLP-ID, WS-HLP-PAGE,
                 WS-HLP-TITLE, WS-HLP-CATEGORY, WS-HLP-REVISION,
                 WS-HLP-PAGES, WS-HLP-EDITOR, WS-HLP-DATE,
                 WS-HLP-TEXT, WS-HLP-FOUND
               IF WS-HLP-FOUND = 1 THEN
                 CALL "record-help-view" USING WS-HLP-ID, WS-USERNAME
                 PERFORM 0272-HELP-ARTICLE-VIEW
               ELSE
                 MOVE "No such help article" TO WS-HLP-NOTICE
               END-IF
             ELSE
               MOVE "Enter the 4-digit article no" TO WS-HLP-NOTICE
             END-IF
           END-IF.

           PERFORM 0271-HELP-BROWSER.

       0272-HELP-ARTICLE-VIEW.
           PERFORM 0200-TIME-AND-DATE.
           CALL "get-help-article" USING WS-HLP-ID, WS-HLP-PAGE,
             WS-HLP-TITLE, WS-HLP-CATEGORY, WS-HLP-REVISION,
             WS-HLP-PAGES, WS-HLP-EDITOR, WS-HLP-DATE,
             WS-HLP-TEXT, WS-HLP-FOUND.
           INITIALIZE WS-HLP-CHOICE.
           DISPLAY HELP-ARTICLE-SCREEN.
           ACCEPT HLPA-CHOICE-FIELD.
           MOVE SPACES TO WS-HLP-NOTICE.

           IF WS-HLP-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-HLP-CHOICE = "g" OR "G" THEN
             PERFORM 0271-HELP-BROWSER
           ELSE IF WS-HLP-CHOICE = "n" OR "N" THEN
             IF WS-HLP-PAGE < WS-HLP-PAGES THEN
               ADD 1 TO WS-HLP-PAGE
             ELSE
               MOVE "That is the last page" TO WS-HLP-NOTICE
             END-IF
           ELSE IF WS-HLP-CHOICE = "p" OR "P" THEN
             IF WS-HLP-PAGE > 1 THEN
               SUBTRACT 1 FROM WS-HLP-PAGE
             ELSE
               MOVE "That is the first page" TO WS-HLP-NOTICE
             END-IF
           END-IF.

           PERFORM 0272-HELP-ARTICLE-VIEW.

      *>    THE MEMBER SIDE OF THE SUPPORT DESK: FILE AN ACCOUNT OR
      *>    BILLING TICKET, SEE EACH TICKET'S LATEST REPLY, AND
      *>    ANSWER BACK. ADMIN REPLIES NUDGE THE SIGN-IN COUNTER.
               IF WS-TKT-PICK-TXT IS NUMERIC AND
                  WS-TKT-REPLY NOT = SPACES AND LOW-VALUE THEN
                   MOVE WS-TKT-PICK-TXT TO WS-TKT-PICK
                   MOVE 0 TO WS-TKT-ARTICLE
                   CALL "reply-ticket" USING WS-TKT-PICK,
                     WS-USERNAME, WS-TKT-REPLY, WS-TKT-RESULT,
                     WS-TKT-ARTICLE
                   IF WS-TKT-RESULT = "Y" THEN
                       MOVE "Reply added" TO WS-TKT-NOTICE
                   ELSE
               PERFORM 0268-PLAY-LIMITS
           END-IF.

      *>    HEAD-OF-HOUSEHOLD SETTINGS: NAME A DEPENDENT WHO MAY DRAW
      *>    ON THIS BALANCE WHEN SHORT, WITH DAILY AND WEEKLY CAPS AND
      *>    AN OPTIONAL BAR ON WAGERING. SAVING AGAIN UPDATES THEM.
       0266-HOUSEHOLD.
           PERFORM 0200-TIME-AND-DATE.
           INITIALIZE WS-HHLD-CHOICE.
           INITIALIZE WS-HHLD-MEMBER.
           INITIALIZE WS-HHLD-DAILY-TXT.
           INITIALIZE WS-HHLD-WEEKLY-TXT.
           INITIALIZE WS-HHLD-BLOCK.
           DISPLAY HOUSEHOLD-SCREEN.
           ACCEPT HHLD-MEMBER-FIELD.
           ACCEPT HHLD-DAILY-FIELD.
           ACCEPT HHLD-WEEKLY-FIELD.
           ACCEPT HHLD-BLOCK-FIELD.
           ACCEPT HHLD-CHOICE-FIELD.
           MOVE SPACES TO WS-HHLD-NOTICE.

           IF WS-HHLD-CHOICE = "q" OR "Q" THEN
               CALL "clear-presence" USING WS-USERNAME
               STOP RUN
           END-IF.

           IF WS-HHLD-CHOICE = "a" OR "A" OR "r" OR "R" THEN
               PERFORM 0287-HOUSEHOLD-SAVE
               PERFORM 0266-HOUSEHOLD
           END-IF.

       0287-HOUSEHOLD-SAVE.
           IF WS-HHLD-MEMBER = SPACES OR LOW-VALUE THEN
               MOVE "Name a dependent first" TO WS-HHLD-NOTICE
               EXIT PARAGRAPH
           END-IF.
           IF WS-HHLD-DAILY-TXT IS NUMERIC THEN
               MOVE WS-HHLD-DAILY-TXT TO WS-HHLD-DAILY
           ELSE
               MOVE 0 TO WS-HHLD-DAILY
           END-IF.
           IF WS-HHLD-WEEKLY-TXT IS NUMERIC THEN
               MOVE WS-HHLD-WEEKLY-TXT TO WS-HHLD-WEEKLY
           ELSE
               MOVE 0 TO WS-HHLD-WEEKLY
           END-IF.
           IF WS-HHLD-BLOCK = "y" OR "Y" THEN
               MOVE "Y" TO WS-HHLD-BLOCK
           ELSE
               MOVE "N" TO WS-HHLD-BLOCK
           END-IF.
           IF WS-HHLD-CHOICE = "r" OR "R" THEN
               MOVE "R" TO WS-HHLD-ACTION
           ELSE
               MOVE "A" TO WS-HHLD-ACTION
           END-IF.
           CALL "set-household-member" USING WS-USERNAME,
             WS-HHLD-MEMBER, WS-HHLD-DAILY, WS-HHLD-WEEKLY,
             WS-HHLD-BLOCK, WS-HHLD-ACTION, WS-HHLD-RESULT.
           IF WS-HHLD-RESULT = "Y" AND WS-HHLD-ACTION = "R" THEN
               MOVE "Dependent removed" TO WS-HHLD-NOTICE
           ELSE IF WS-HHLD-RESULT = "Y" THEN
               MOVE "Household settings saved" TO WS-HHLD-NOTICE
           ELSE IF WS-HHLD-RESULT = "U" THEN
               MOVE "No member by that name" TO WS-HHLD-NOTICE
           ELSE IF WS-HHLD-RESULT = "S" THEN
               MOVE "You cannot be your own dependent" TO
                 WS-HHLD-NOTICE
           ELSE IF WS-HHLD-RESULT = "H" THEN
               MOVE "That member is in another household" TO
                 WS-HHLD-NOTICE
           ELSE IF WS-HHLD-RESULT = "D" THEN
               MOVE "A dependent cannot head a household" TO
                 WS-HHLD-NOTICE
           ELSE IF WS-HHLD-RESULT = "X" THEN
               MOVE "Not one of your dependents" TO WS-HHLD-NOTICE
           ELSE
               MOVE "Household file is full" TO WS-HHLD-NOTICE
           END-IF.

      *>    ISSUE A SINGLE-USE INVITATION CODE: FREELY FOR ADM,
      *>    UP TO A QUOTA FOR MEMBERS IN GOOD STANDING. THE CODE
      *>    SHOWS ON SCREEN TO PASS ALONG.
      *>    DESTRUCTIVE ACTION ON THIS MENU (REFUND, RETRACT, ETC.) --
      *>    SO ONCE IT GOBACKS THE SESSION IS OVER FOR GOOD.
       0138-DELETE-ACCOUNT.
      *>    A MEMBER UNDER LEGAL HOLD CANNOT DELETE THEMSELVES. THE
      *>    REFUSAL IS LOGGED, AND THE MESSAGE GIVES NOTHING AWAY.
           CALL "check-legal-hold" USING WS-USERNAME, WS-HOLD-HELD.
           IF WS-HOLD-HELD = 1 THEN
               CALL "record-hold-skip" USING WS-USERNAME, WS-HOLD-PATH
               MOVE "Account Cannot Be Deleted - Contact Us" TO
                 WS-ERROR-MSG
               PERFORM 0109-ERROR-PAGE
           END-IF.

           CALL "delete-account" USING WS-USERNAME, WS-ACCOUNT-DELETED.
           CALL "anonymize-comments" USING WS-USERNAME.
           CALL "scrub-customise-file" USING WS-USERNAME.
           END-PERFORM.
           CALL "get-pinned-messages" USING WS-PINNED-TABLE
             WS-PINNED-COUNT.
           PERFORM 0212-SERVE-SPONSORED-POST.
           INITIALIZE MSG-MENU-CHOICE.
           DISPLAY MSG-MENU-SCREEN.
           ACCEPT MSG-MENU-CHOICE-FIELD.
             PERFORM 0230-MY-MENTIONS
           ELSE IF MSG-MENU-CHOICE =       "k" OR "K"
             PERFORM 0280-WHATS-ON
           ELSE IF MSG-MENU-CHOICE =       "v" OR "V"
             PERFORM 0285-SAVED-SEARCHES
           ELSE IF MSG-MENU-CHOICE =       "q" OR "Q" THEN
              CALL "clear-presence" USING WS-USERNAME
              STOP RUN
      *>    RAISES A DISPUTE INTO THE MODERATION QUEUE, AND THE
      *>    ADM-ONLY (S)/(R) ADJUDICATE A DISPUTE TO THE SELLER OR
      *>    BACK TO THE BUYER. ALL MOVEMENTS GO THROUGH THE LEDGER.
      *>    A LISTING NOBODY BUYS CLOSES AT ITS EXPIRY DATE AND DROPS
      *>    OFF THIS SCREEN UNTIL ITS SELLER RELISTS IT WITH (L).
           PERFORM 0200-TIME-AND-DATE.
           PERFORM 0132-CREDIT-TOTAL.
           CALL "account-status-check" USING WS-USERNAME
           INITIALIZE WS-MKT-NEW-PRICE-TXT.
           INITIALIZE WS-MKT-PICK-TXT.
           INITIALIZE WS-MKT-SCORE-TXT.
           MOVE SPACES TO WS-MKT-RELEASE-TXT.
           MOVE "ESRL" TO WS-PERM-FUNCTION.
           PERFORM 0527-FIND-PERMISSION.
           IF WS-PERM-OK = 1 THEN
             MOVE "(S) Release to seller" TO WS-MKT-RELEASE-TXT
           END-IF.
           MOVE SPACES TO WS-MKT-REFUND-TXT.
           MOVE "ESRF" TO WS-PERM-FUNCTION.
           PERFORM 0527-FIND-PERMISSION.
           IF WS-PERM-OK = 1 THEN
             MOVE "(R) Refund buyer" TO WS-MKT-REFUND-TXT
           END-IF.
           DISPLAY MARKETPLACE-SCREEN.
           ACCEPT MKT-NEW-ITEM-FIELD.
           ACCEPT MKT-NEW-PRICE-FIELD.
           END-IF.

           IF WS-MKT-CHOICE = "s" OR "S" THEN
             MOVE "ESRL" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 AND WS-MKT-PICK > 0 THEN
               MOVE "Y" TO WS-MKT-ADMIN-FLAG
               CALL "release-escrow" USING WS-FORMATTED-DT,
                 WS-MKT-PICK, "R", WS-USERNAME, WS-MKT-ADMIN-FLAG,
           END-IF.

           IF WS-MKT-CHOICE = "r" OR "R" THEN
             MOVE "ESRF" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 AND WS-MKT-PICK > 0 THEN
               MOVE "Y" TO WS-MKT-ADMIN-FLAG
               CALL "release-escrow" USING WS-FORMATTED-DT,
                 WS-MKT-PICK, "B", WS-USERNAME, WS-MKT-ADMIN-FLAG,
             PERFORM 0220-AUCTION-HOUSE
           END-IF.

      *>    (L) PUTS ONE OF THE MEMBER'S OWN EXPIRED LISTINGS BACK ON
      *>    SALE UNDER THE SAME NUMBER -- THE EXPIRY NOTICE IN THEIR
      *>    MAILBOX CARRIES IT.
           IF WS-MKT-CHOICE = "l" OR "L" THEN
             IF WS-MKT-PICK > 0 THEN
               CALL "relist-listing" USING WS-USERNAME, WS-MKT-PICK,
                 WS-MKT-RESULT
               IF WS-MKT-RESULT NOT = "Y" THEN
                 MOVE "Not One Of Your Expired Listings" TO
                   WS-ERROR-MSG
                 PERFORM 0109-ERROR-PAGE
               END-IF
             END-IF
           END-IF.

      *>    (F) RATES THE OTHER SIDE OF A SETTLED DEAL 1-5; THE
      *>    RUNNING SCORE SHOWS NEXT TO THE SELLER ON THIS SCREEN.
           IF WS-MKT-CHOICE = "f" OR "F" THEN
           INITIALIZE WS-AUC-DAYS-TXT.
           INITIALIZE WS-AUC-PICK-TXT.
           INITIALIZE WS-AUC-BID-TXT.
           INITIALIZE WS-AUC-MAX-TXT.
           DISPLAY AUCTION-SCREEN.
           ACCEPT AUC-NEW-ITEM-FIELD.
           ACCEPT AUC-MIN-FIELD.
           ACCEPT AUC-DAYS-FIELD.
           ACCEPT AUC-PICK-FIELD.
           ACCEPT AUC-BID-FIELD.
           ACCEPT AUC-MAX-FIELD.
           ACCEPT AUC-CHOICE-FIELD.
           MOVE SPACES TO WS-AUC-NOTICE.

             END-IF
           END-IF.

      *>    A BID, A MAXIMUM, OR BOTH: WITH ONLY A MAXIMUM THE PROXY
      *>    OPENS AT WHATEVER THE LOT NEEDS.
           IF WS-AUC-CHOICE = "b" OR "B" THEN
             IF WS-AUC-PICK-TXT IS NUMERIC AND
                (WS-AUC-BID-TXT IS NUMERIC OR
                 WS-AUC-MAX-TXT IS NUMERIC) THEN
               MOVE WS-AUC-PICK-TXT TO WS-AUC-PICK
               IF WS-AUC-BID-TXT IS NUMERIC THEN
                 MOVE WS-AUC-BID-TXT TO WS-AUC-BID
               ELSE
                 MOVE 0 TO WS-AUC-BID
               END-IF
               IF WS-AUC-MAX-TXT IS NUMERIC THEN
                 MOVE WS-AUC-MAX-TXT TO WS-AUC-MAX
               ELSE
                 MOVE 0 TO WS-AUC-MAX
               END-IF
               CALL "place-bid" USING WS-FORMATTED-DT, WS-USERNAME,
                 WS-AUC-PICK, WS-AUC-BID, WS-AUC-MAX, WS-AUC-RESULT
               IF WS-AUC-RESULT = "Y" THEN
                 MOVE "Bid held - you are the high bidder" TO
                   WS-AUC-NOTICE
               ELSE IF WS-AUC-RESULT = "O" THEN
                 MOVE "Outbid at once by another maximum" TO
                   WS-AUC-NOTICE
               ELSE IF WS-AUC-RESULT = "L" THEN
                 MOVE "Bid too low for this lot" TO WS-AUC-NOTICE
               ELSE IF WS-AUC-RESULT = "I" THEN
                 MOVE "Insufficient credits" TO WS-AUC-NOTICE
               ELSE IF WS-AUC-RESULT = "F" THEN
                 MOVE "Lot could not be updated - try again" TO
                   WS-AUC-NOTICE
               ELSE
                 MOVE "Not an open lot you can bid on" TO
                   WS-AUC-NOTICE
             END-IF
           END-IF.

           IF WS-AUC-CHOICE = "h" OR "H" THEN
             IF WS-AUC-PICK-TXT IS NUMERIC THEN
               MOVE WS-AUC-PICK-TXT TO WS-AUC-PICK
               PERFORM 0284-AUCTION-BIDS
             ELSE
               MOVE "Need an auction no" TO WS-AUC-NOTICE
             END-IF
           END-IF.

           PERFORM 0220-AUCTION-HOUSE.

      *>    THE LAST EIGHT BIDS ON ONE LOT, NEWEST LAST, MARKING THE
      *>    ONES A PROXY PLACED ON ITS OWNER'S BEHALF.
       0284-AUCTION-BIDS.
           PERFORM 0200-TIME-AND-DATE.
           CALL "get-auction-bids" USING WS-AUC-PICK, WS-AUCB-COUNT,
             WS-AUCB-TABLE.
           INITIALIZE WS-AUCB-CHOICE.
           DISPLAY AUCTION-BIDS-SCREEN.
           ACCEPT AUCB-CHOICE-FIELD.

           IF WS-AUCB-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           END-IF.

           IF WS-AUCB-CHOICE = "g" OR "G" THEN
             PERFORM 0220-AUCTION-HOUSE
           END-IF.

           PERFORM 0284-AUCTION-BIDS.

      *>    A MEMBER'S SAVED SEARCHES AND THE LATEST POSTS THE NIGHTLY
      *>    RUN FOUND FOR THEM. (S) SAVES THE KEYWORD, BOARD AND
      *>    AUTHOR AS TYPED; (D) DROPS A SEARCH BY ITS NUMBER.
       0285-SAVED-SEARCHES.
           PERFORM 0200-TIME-AND-DATE.
           CALL "get-saved-searches" USING WS-USERNAME,
             WS-USERACCOUNTLEVEL, WS-SVS-COUNT, WS-SVS-TABLE,
             WS-SVH-COUNT, WS-SVH-TABLE.
           INITIALIZE WS-SVS-CHOICE.
           INITIALIZE WS-SVS-KEYWORD.
           INITIALIZE WS-SVS-BOARD.
           INITIALIZE WS-SVS-AUTHOR.
           INITIALIZE WS-SVS-PICK-TXT.
           DISPLAY SAVED-SEARCHES-SCREEN.
           ACCEPT SVS-KEYWORD-FIELD.
           ACCEPT SVS-BOARD-FIELD.
           ACCEPT SVS-AUTHOR-FIELD.
           ACCEPT SVS-PICK-FIELD.
           ACCEPT SVS-CHOICE-FIELD.
           MOVE SPACES TO WS-SVS-NOTICE.

           IF WS-SVS-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           END-IF.

           IF WS-SVS-CHOICE = "g" OR "G" THEN
             PERFORM 0140-MESSAGE-MENU
           END-IF.

           IF WS-SVS-CHOICE = "s" OR "S" THEN
             CALL "save-search" USING WS-USERNAME, WS-SVS-KEYWORD,
               WS-SVS-BOARD, WS-SVS-AUTHOR, WS-SVS-RESULT
             IF WS-SVS-RESULT = "Y" THEN
               MOVE "Search saved" TO WS-SVS-NOTICE
             ELSE IF WS-SVS-RESULT = "F" THEN
               MOVE "You have no free search slots" TO WS-SVS-NOTICE
             ELSE
               MOVE "Need a keyword to search for" TO WS-SVS-NOTICE
             END-IF
           END-IF.

           IF WS-SVS-CHOICE = "d" OR "D" THEN
             IF WS-SVS-PICK-TXT IS NUMERIC THEN
               MOVE WS-SVS-PICK-TXT TO WS-SVS-PICK
               CALL "delete-saved-search" USING WS-USERNAME,
                 WS-SVS-PICK, WS-SVS-RESULT
               IF WS-SVS-RESULT = "Y" THEN
                 MOVE "Search deleted" TO WS-SVS-NOTICE
               ELSE
                 MOVE "No such saved search" TO WS-SVS-NOTICE
               END-IF
             ELSE
               MOVE "Need a search no" TO WS-SVS-NOTICE
             END-IF
           END-IF.

           PERFORM 0285-SAVED-SEARCHES.

      *>    HOW THE MEMBER HEARS ABOUT EACH KIND OF ACTIVITY: ON
      *>    SCREEN, BY LETTER, BOTH OR NOT AT ALL. NOTHING IS SAVED
      *>    UNLESS EVERY BYTE IS ONE OF S, L, B OR N.
       0286-NOTIFICATION-PREFS.
           PERFORM 0200-TIME-AND-DATE.
           CALL "set-notification-prefs" USING "G", WS-USERNAME,
             WS-NPF-CHANNELS.
           INITIALIZE WS-NPF-CHOICE.
           DISPLAY NOTIFICATION-PREFS-SCREEN.
           ACCEPT NPF-CHANNEL-1-FIELD.
           ACCEPT NPF-CHANNEL-2-FIELD.
           ACCEPT NPF-CHANNEL-3-FIELD.
           ACCEPT NPF-CHANNEL-4-FIELD.
           ACCEPT NPF-CHANNEL-5-FIELD.
           ACCEPT NPF-CHANNEL-6-FIELD.
           ACCEPT NPF-CHANNEL-7-FIELD.
           ACCEPT NPF-CHOICE-FIELD.
           MOVE SPACES TO WS-NPF-NOTICE.

           IF WS-NPF-CHOICE = "q" OR "Q" THEN
               CALL "clear-presence" USING WS-USERNAME
               STOP RUN
           END-IF.

           IF WS-NPF-CHOICE = "s" OR "S" THEN
               MOVE FUNCTION UPPER-CASE(WS-NPF-CHANNELS) TO
                 WS-NPF-CHANNELS
               MOVE 0 TO WS-NPF-BAD
               MOVE 0 TO WS-NPF-IDX
               PERFORM UNTIL WS-NPF-IDX = 7
                   ADD 1 TO WS-NPF-IDX
                   IF WS-NPF-CHANNEL(WS-NPF-IDX) NOT = "S" AND
                      WS-NPF-CHANNEL(WS-NPF-IDX) NOT = "L" AND
                      WS-NPF-CHANNEL(WS-NPF-IDX) NOT = "B" AND
                      WS-NPF-CHANNEL(WS-NPF-IDX) NOT = "N" THEN
                       MOVE 1 TO WS-NPF-BAD
                   END-IF
               END-PERFORM
               IF WS-NPF-BAD = 1 THEN
                   MOVE "Use S, L, B or N for each line" TO
                     WS-NPF-NOTICE
               ELSE
                   CALL "set-notification-prefs" USING "S",
                     WS-USERNAME, WS-NPF-CHANNELS
                   MOVE "Notification preferences saved" TO
                     WS-NPF-NOTICE
               END-IF
               PERFORM 0286-NOTIFICATION-PREFS
           END-IF.

      *>    THE LAST FIVE TIMES SOMEBODY @MENTIONED THIS MEMBER,
      *>    WITH THE POST NUMBER TO GO AND READ.
       0230-MY-MENTIONS.

       0179-BOARD-ACCESS.
      *>    BOARD ACCESS CONTROL. MEMBERS (J)OIN-REQUEST AN
      *>    APPROVAL BOARD; STAFF WHOSE ROLES COVER IT (T) SET A
      *>    BOARD'S TYPE (O/V/A) AND WORK THE PENDING REQUESTS WITH
      *>    (A)PPROVE / (D)ENY.
           PERFORM 0200-TIME-AND-DATE.
           PERFORM 0132-CREDIT-TOTAL.
           CALL "account-status-check" USING WS-USERNAME
           INITIALIZE WS-BACC-USER.
           INITIALIZE WS-BACC-TYPE.
           INITIALIZE WS-BACC-ACTION.
           MOVE SPACES TO WS-BACC-TYPE-TXT.
           MOVE "BTYP" TO WS-PERM-FUNCTION.
           PERFORM 0527-FIND-PERMISSION.
           IF WS-PERM-OK = 1 THEN
             MOVE "(T) Set type" TO WS-BACC-TYPE-TXT
           END-IF.
           MOVE SPACES TO WS-BACC-APPROVE-TXT.
           MOVE SPACES TO WS-BACC-DENY-TXT.
           MOVE "BREQ" TO WS-PERM-FUNCTION.
           PERFORM 0527-FIND-PERMISSION.
           IF WS-PERM-OK = 1 THEN
             MOVE "(A) Approve" TO WS-BACC-APPROVE-TXT
             MOVE "(D) Deny" TO WS-BACC-DENY-TXT
           END-IF.
           DISPLAY BOARD-ACCESS-SCREEN.
           ACCEPT BACC-BOARD-FIELD.
           ACCEPT BACC-USER-FIELD.
                 WS-USERNAME, WS-BACC-TYPE
             END-IF
           ELSE IF WS-BACC-ACTION = "t" OR "T" THEN
             MOVE "BTYP" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 AND
               WS-BACC-BOARD NOT = SPACES AND LOW-VALUE THEN
               MOVE FUNCTION TRIM(WS-BACC-BOARD) TO WS-BACC-BOARD
               MOVE FUNCTION UPPER-CASE(WS-BACC-TYPE) TO WS-BACC-TYPE
                 WS-USERNAME, WS-BACC-TYPE
             END-IF
           ELSE IF WS-BACC-ACTION = "a" OR "A" OR "d" OR "D" THEN
             MOVE "BREQ" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 AND
               WS-BACC-BOARD NOT = SPACES AND LOW-VALUE AND
               WS-BACC-USER NOT = SPACES AND LOW-VALUE THEN
               MOVE FUNCTION TRIM(WS-BACC-BOARD) TO WS-BACC-BOARD
           MOVE "N" TO WS-LIST-CACHE-VALID.

       0146-MESSAGE-BOARD-FILTER.
      *>    ENTERING A BOARD CODE NARROWS THE BULLETIN BOARD TO ONLY
      *>    THAT BOARD'S MESSAGES. LEAVING IT BLANK CLEARS THE FILTER.
      *>    THE SCREEN LISTS THE BOARD MASTER TO PICK FROM, AND A
      *>    CODE THAT IS NOT ON IT (OR HAS BEEN RETIRED) IS REFUSED.
           PERFORM 0200-TIME-AND-DATE.
           MOVE "V" TO WS-BOARD-LIST-SCOPE.
           CALL "get-board-list" USING WS-BOARD-LIST-SCOPE,
             WS-BOARD-LIST-COUNT, WS-BOARD-LIST.
           MOVE SPACES TO WS-BOARD-FILTER.
           DISPLAY BOARD-FILTER-SCREEN.
           ACCEPT BOARD-FILTER-ENTRY-FIELD.
           MOVE SPACES TO WS-BOARD-FILTER-NOTICE.

           IF WS-BOARD-FILTER = SPACES OR LOW-VALUE THEN
             MOVE "N" TO WS-BOARD-FILTER-ACTIVE
           ELSE
             MOVE FUNCTION TRIM(WS-BOARD-FILTER) TO WS-BOARD-FILTER
             CALL "check-board-status" USING WS-BOARD-FILTER,
               WS-BOARD-STATUS
             IF WS-BOARD-STATUS = "U" OR "X" THEN
               MOVE "No such board - pick one from the list" TO
                 WS-BOARD-FILTER-NOTICE
               PERFORM 0146-MESSAGE-BOARD-FILTER
             ELSE
               MOVE "Y" TO WS-BOARD-FILTER-ACTIVE
               MOVE "N" TO WS-BESTRATED-ACTIVE
               MOVE "N" TO WS-SEARCH-ACTIVE
               MOVE "N" TO WS-TRENDING-ACTIVE
               MOVE "N" TO WS-FOLLOWING-ACTIVE
               MOVE "N" TO WS-AUTHOR-FILTER-ACTIVE
               MOVE 1 TO ID-NUM
             END-IF
           END-IF.
           MOVE "N" TO WS-LIST-CACHE-VALID.

           CALL "mark-message-read" USING WS-USERNAME, WS-RM-MSG-ID,
             WS-CUR-COM-COUNT.

      *>    TAKE-DOWN AND PIN ARE OFFERED TO THE BOARD'S OWN
      *>    MODERATOR AND TO STAFF WHOSE ROLES COVER THEM.
           CALL "check-board-moderator" USING WS-USERNAME,
             LIST-BOARD-CODE(MSG-SELECT), WS-BOARD-MOD-FLAG.
           MOVE SPACES TO WS-MSG-DELETE-TXT.
           MOVE "TAKD" TO WS-PERM-FUNCTION.
           PERFORM 0527-FIND-PERMISSION.
           IF WS-PERM-OK = 1 OR
              WS-BOARD-MOD-FLAG = 1 THEN
             MOVE "(D) Delete msg" TO WS-MSG-DELETE-TXT
           END-IF.
           MOVE SPACES TO WS-MSG-PIN-TXT.
           MOVE "PINM" TO WS-PERM-FUNCTION.
           PERFORM 0527-FIND-PERMISSION.
           IF WS-PERM-OK = 1 OR
              WS-BOARD-MOD-FLAG = 1 THEN
             MOVE "(T) Pin" TO WS-MSG-PIN-TXT
           END-IF.

           INITIALIZE MSG-VIEW-CHOICE.
           DISPLAY MESSAGE-VIEW-SCREEN.
           ACCEPT MSG-VIEW-CHOICE-FIELD.

           IF MSG-VIEW-CHOICE = "d" OR "D" THEN
      *>      A DELEGATED BOARD MODERATOR MAY TAKE DOWN POSTS ON
      *>      THEIR OWN BOARD ONLY; STAFF WHOSE ROLES COVER TAKE-DOWN
      *>      MAY ACT ON ANY BOARD.
             CALL "check-board-moderator" USING WS-USERNAME,
               LIST-BOARD-CODE(MSG-SELECT), WS-BOARD-MOD-FLAG
             IF WS-BOARD-MOD-FLAG = 1 THEN
               MOVE 1 TO WS-PERM-OK
             ELSE
               MOVE "TAKD" TO WS-PERM-FUNCTION
               PERFORM 0526-CHECK-PERMISSION
             END-IF
             IF WS-PERM-OK = 1 THEN
               PERFORM 0154-MESSAGE-DELETE
             END-IF
           END-IF.
           IF MSG-VIEW-CHOICE = "t" OR "T" THEN
             CALL "check-board-moderator" USING WS-USERNAME,
               LIST-BOARD-CODE(MSG-SELECT), WS-BOARD-MOD-FLAG
             IF WS-BOARD-MOD-FLAG = 1 THEN
               MOVE 1 TO WS-PERM-OK
             ELSE
               MOVE "PINM" TO WS-PERM-FUNCTION
               PERFORM 0526-CHECK-PERMISSION
             END-IF
             IF WS-PERM-OK = 1 THEN
               PERFORM 0162-PIN-TOGGLE
             END-IF
           END-IF.
      *>    RSVPS (ATTENDING UNTIL CAPACITY, THEN WAITLIST); THE
      *>    ORGANISER CAN (U)PDATE OR (C)ANCEL, WHICH NOTIFIES
      *>    EVERYONE ON THE LIST THROUGH THE NOTIFICATION COUNTER.
      *>    THE ORGANISER, OR STAFF WHOSE ROLES COVER IT, ALSO KEEPS
      *>    THE DOOR REGISTER (K) AND PRINTS THE MANIFEST (M) AND
      *>    ATTENDANCE REPORT (P).
           PERFORM 0200-TIME-AND-DATE.
           PERFORM 0132-CREDIT-TOTAL.
           MOVE FUNCTION NUMVAL(LIST-ID(MSG-SELECT)) TO WS-EVT-MSG-ID.
           IF WS-EVT-FOUND = 0 THEN
             PERFORM 0141-MESSAGE-VIEW
           END-IF.
           CALL "get-event-series" USING WS-EVT-MSG-ID,
             WS-EVT-SERIES-ID, WS-EVT-SERIES-TITLE, WS-EVT-SERIES-FREQ,
             WS-EVT-SERIES-END.

      *>    THE DOOR OPTIONS SHOW FOR THE ORGANISER, AND FOR STAFF
      *>    WHOSE ROLES COVER EACH ONE.
           MOVE SPACES TO WS-EVT-MANIFEST-TXT.
           MOVE "EVMF" TO WS-PERM-FUNCTION.
           PERFORM 0527-FIND-PERMISSION.
           IF WS-PERM-OK = 1 OR
              LIST-USERNAME(MSG-SELECT) = WS-USERNAME THEN
             MOVE "(M) Door manifest" TO WS-EVT-MANIFEST-TXT
           END-IF.
           MOVE SPACES TO WS-EVT-CHECKIN-TXT.
           MOVE "EVCK" TO WS-PERM-FUNCTION.
           PERFORM 0527-FIND-PERMISSION.
           IF WS-PERM-OK = 1 OR
              LIST-USERNAME(MSG-SELECT) = WS-USERNAME THEN
             MOVE "(K) Door check-in" TO WS-EVT-CHECKIN-TXT
           END-IF.
           MOVE SPACES TO WS-EVT-ATTEND-TXT.
           MOVE "EVAT" TO WS-PERM-FUNCTION.
           PERFORM 0527-FIND-PERMISSION.
           IF WS-PERM-OK = 1 OR
              LIST-USERNAME(MSG-SELECT) = WS-USERNAME THEN
             MOVE "(P) Attendance report" TO WS-EVT-ATTEND-TXT
           END-IF.

           INITIALIZE WS-EVT-CHOICE.
           DISPLAY EVENT-SCREEN.
                 WS-ERROR-MSG
               PERFORM 0109-ERROR-PAGE
             END-IF
             IF WS-EVT-RESULT = "H" THEN
               MOVE "Waitlisted - Too Many Past No-Shows" TO
                 WS-ERROR-MSG
               PERFORM 0109-ERROR-PAGE
             END-IF
             IF WS-EVT-RESULT = "I" THEN
               MOVE "Insufficent Credits For Ticket" TO
                 WS-ERROR-MSG
             END-IF
           END-IF.

           IF WS-EVT-CHOICE = "s" OR "S" THEN
             IF WS-EVT-SERIES-ID > 0 THEN
               CALL "rsvp-event-series" USING WS-FORMATTED-DT,
                 WS-EVT-SERIES-ID, WS-USERNAME, WS-EVT-RESULT
               IF WS-EVT-RESULT = "A" THEN
                 MOVE "Already Signed Up To This Series" TO
                   WS-ERROR-MSG
                 PERFORM 0109-ERROR-PAGE
               END-IF
               IF WS-EVT-RESULT = "N" THEN
                 MOVE "This Series Has Ended" TO WS-ERROR-MSG
                 PERFORM 0109-ERROR-PAGE
               END-IF
             END-IF
           END-IF.

           IF WS-EVT-CHOICE = "u" OR "U" THEN
             IF LIST-USERNAME(MSG-SELECT) = WS-USERNAME THEN
               PERFORM 0178-EVENT-ENTRY
           END-IF.

           IF WS-EVT-CHOICE = "m" OR "M" THEN
             IF LIST-USERNAME(MSG-SELECT) = WS-USERNAME THEN
               MOVE 1 TO WS-PERM-OK
             ELSE
               MOVE "EVMF" TO WS-PERM-FUNCTION
               PERFORM 0526-CHECK-PERMISSION
             END-IF
             IF WS-PERM-OK = 1 THEN
               CALL "spool-event-manifest" USING WS-EVT-MSG-ID
             END-IF
           END-IF.

           IF WS-EVT-CHOICE = "k" OR "K" THEN
             IF LIST-USERNAME(MSG-SELECT) = WS-USERNAME THEN
               MOVE 1 TO WS-PERM-OK
             ELSE
               MOVE "EVCK" TO WS-PERM-FUNCTION
               PERFORM 0526-CHECK-PERMISSION
             END-IF
             IF WS-PERM-OK = 1 THEN
               MOVE SPACES TO WS-CHK-NOTICE
               PERFORM 0283-EVENT-CHECKIN
             END-IF
           END-IF.

           IF WS-EVT-CHOICE = "p" OR "P" THEN
             IF LIST-USERNAME(MSG-SELECT) = WS-USERNAME THEN
               MOVE 1 TO WS-PERM-OK
             ELSE
               MOVE "EVAT" TO WS-PERM-FUNCTION
               PERFORM 0526-CHECK-PERMISSION
             END-IF
             IF WS-PERM-OK = 1 THEN
               CALL "spool-event-attendance" USING WS-EVT-MSG-ID
             END-IF
           END-IF.

           IF WS-EVT-CHOICE = "c" OR "C" THEN
             IF LIST-USERNAME(MSG-SELECT) = WS-USERNAME THEN
               MOVE 0 TO WS-EVT-DATE
              MOVE WS-FORMATTED-DTE-TME(1:10) TO WS-MSG-POST-DATE

                IF WS-TITLE-FIELD NOT = SPACE AND LOW-VALUE THEN
      *>          A POST SPONSORED FROM THE BOARD RUNS UNTARGETED, SO
      *>          IT GOES AT THE CATALOGUE'S STANDARD RATE.
                  MOVE FUNCTION CURRENT-DATE(1:8) TO
                    WS-TODAY-YYYYMMDD
                  CALL "get-campaign-rate" USING WS-TODAY-YYYYMMDD,
                    WS-SPONSOR-TARIFF, WS-SPONSOR-CHARGE
                  MOVE WS-SPONSOR-CHARGE TO WS-UPDATE-CREDITS
                  PERFORM 0133-CHECK-CREDIT-BALANCE
                  IF WS-BALANCE-AVAILABLE = "Y" THEN
      *>            A FUTURE PUBLISH DATE BOOKS THE CAMPAIGN FLIGHT IN
      *>            ADVANCE; OTHERWISE IT STARTS TODAY. A FORTNIGHT IS
      *>            THE STANDARD BOOKING, WITH NO DAILY CAP BY DEFAULT.
                    IF WS-PUBLISH-DATE IS NUMERIC AND
                      WS-PUBLISH-DATE > WS-TODAY-YYYYMMDD THEN
                      MOVE WS-PUBLISH-DATE TO WS-SPONSOR-START
             PERFORM 0109-ERROR-PAGE
           END-IF.

      *>    ONLY A BOARD ON THE BOARD MASTER THAT IS STILL OPEN TAKES
      *>    NEW POSTS, AND ANY EXTRA CROSS-POST BOARDS ARE HELD TO
      *>    THE SAME RULE.
           MOVE WS-BOARD-CODE TO WS-BOARD-GATE-CODE.
           PERFORM 0213-BOARD-OPEN-GATE.
           IF WS-XPOST-BOARD-1 NOT = SPACES AND LOW-VALUE THEN
             MOVE WS-XPOST-BOARD-1 TO WS-BOARD-GATE-CODE
             PERFORM 0213-BOARD-OPEN-GATE
           END-IF.
           IF WS-XPOST-BOARD-2 NOT = SPACES AND LOW-VALUE THEN
             MOVE WS-XPOST-BOARD-2 TO WS-BOARD-GATE-CODE
             PERFORM 0213-BOARD-OPEN-GATE
           END-IF.

           MOVE SPACES TO WS-SCREEN-TEXT.
           MOVE WS-TITLE TO WS-SCREEN-TEXT(1:50).
           MOVE WS-CONTENT TO WS-SCREEN-TEXT(51:300).
             PERFORM 0109-ERROR-PAGE
           END-IF.

       0213-BOARD-OPEN-GATE.
           CALL "check-board-status" USING WS-BOARD-GATE-CODE,
             WS-BOARD-STATUS.
           IF WS-BOARD-STATUS = "U" THEN
             MOVE "No Such Board - Check The Board List" TO
               WS-ERROR-MSG
             PERFORM 0109-ERROR-PAGE
           END-IF.
           IF WS-BOARD-STATUS = "R" THEN
             MOVE "That Board Is Read-Only" TO WS-ERROR-MSG
             PERFORM 0109-ERROR-PAGE
           END-IF.
           IF WS-BOARD-STATUS = "X" THEN
             MOVE "That Board Has Been Retired" TO WS-ERROR-MSG
             PERFORM 0109-ERROR-PAGE
           END-IF.

      *>    WHAT FOLLOWS EVERY PUBLISHED BOARD POST: BOARD
      *>    SUBSCRIBERS ARE TOLD THROUGH THE NOTIFICATION COUNTER,
      *>    AND A LOW-SEVERITY PROFANITY HIT ("Q") AUTO-QUEUES THE
               WS-FORMATTED-DTE-TME(1:10)
           END-IF.

      *>    ONE SPONSORED POST IS SERVED ON EACH SHOWING OF THE
      *>    BULLETIN BOARD, PICKED AT RANDOM FROM THE CAMPAIGNS WHOSE
      *>    TARGETING FITS THIS MEMBER (LEVEL AND LANGUAGE) AND THE
      *>    BOARD BEING BROWSED -- THE UNFILTERED FEED IS NO ONE
      *>    BOARD, SO ONLY CAMPAIGNS NOT TIED TO A BOARD RUN THERE.
      *>    THE IMPRESSION IS COUNTED FOR THE POST SHOWN AND NO OTHER.
       0212-SERVE-SPONSORED-POST.
           MOVE SPACES TO WS-SERVED-SP-TITLE.
           MOVE SPACES TO WS-SERVED-SP-BY.
           MOVE SPACES TO WS-SERVED-SP-TEXT.
           IF WS-BOARD-FILTER-ACTIVE = "Y" THEN
             MOVE WS-BOARD-FILTER TO WS-SPONSORED-BOARD
           ELSE
             MOVE SPACES TO WS-SPONSORED-BOARD
           END-IF.
           CALL "get-sponsored-posts" USING WS-FORMATTED-DT,
             WS-SPONSORED-TABLE, WS-SPONSORED-COUNT,
             WS-USERACCOUNTLEVEL, WS-MEMBER-LANG, WS-SPONSORED-BOARD.

           IF WS-SPONSORED-COUNT > 0 THEN
             COMPUTE WS-SPONSORED-PICK =
               FUNCTION RANDOM * WS-SPONSORED-COUNT + 1
             MOVE WS-SPONSORED-TITLE(WS-SPONSORED-PICK) TO
               WS-SERVED-SP-TITLE
             MOVE WS-SPONSORED-USERNAME(WS-SPONSORED-PICK) TO
               WS-SERVED-SP-BY
             MOVE WS-SPONSORED-CONTENT(WS-SPONSORED-PICK) TO
               WS-SERVED-SP-TEXT
             CALL "record-sponsored-activity" USING
               WS-SPONSORED-CAMPAIGN-ID(WS-SPONSORED-PICK),
               WS-SPONSORED-TITLE(WS-SPONSORED-PICK), "I"
           END-IF.

       0143-COMMENT-SCREEN.
           PERFORM 0201-CURRENT-DATE.
           PERFORM 0132-CREDIT-TOTAL.
           INITIALIZE WS-REPORT-COMMENT-POS.
           INITIALIZE WS-DELETE-COMMENT-POS.
           INITIALIZE WS-UPVOTE-COMMENT-POS.
           MOVE SPACES TO WS-COM-DELETE-TXT.
           MOVE "CDEL" TO WS-PERM-FUNCTION.
           PERFORM 0527-FIND-PERMISSION.
           IF WS-PERM-OK = 1 THEN
             MOVE "(D) Delete comment #" TO WS-COM-DELETE-TXT
           END-IF.
           DISPLAY COMMENT-SCREEN.
           ACCEPT COM-REPORT-SELECT-FIELD.
           ACCEPT COM-DELETE-SELECT-FIELD.
               PERFORM 0153-COMMENT-REPORT
             END-IF
           ELSE IF COM-SCRN-CHOICE-FIELD = "d" OR "D" THEN
             IF WS-DELETE-COMMENT-POS >= "1" AND
               WS-DELETE-COMMENT-POS <= "5" THEN
               MOVE "CDEL" TO WS-PERM-FUNCTION
               PERFORM 0526-CHECK-PERMISSION
               IF WS-PERM-OK = 1 THEN
                 PERFORM 0161-COMMENT-DELETE
               END-IF
             END-IF
           ELSE IF COM-SCRN-CHOICE-FIELD = "u" OR "U" THEN
             IF WS-UPVOTE-COMMENT-POS >= "1" AND
      *>    CALLS IS HOW LONG THE MEMBER SAT ON THE LAST SCREEN. PAST
      *>    THE IDLE LIMIT THE SESSION IS SIGNED OFF, PRESENCE IS
      *>    CLEARED AND THE LOG-OFF GOES THROUGH LOGIN-AUDIT BEFORE
      *>    THE KEYBOARD GOES BACK TO THE LOGIN SCREEN. A SESSION
      *>    WHOSE TOKEN HAS BEEN CLAIMED BY A SIGN-IN ON ANOTHER
      *>    TERMINAL GOES THE SAME WAY, BUT LEAVES PRESENCE ALONE --
      *>    IT BELONGS TO THE NEW SESSION NOW.
       0202-IDLE-TIMEOUT-CHECK.
           MOVE WS-DATETIME(1:8) TO WS-NOW-DATE.
           COMPUTE WS-NOW-MINUTES =
             + FUNCTION NUMVAL(WS-DATETIME(9:2)) * 60
             + FUNCTION NUMVAL(WS-DATETIME(11:2)).

           MOVE 1 TO WS-SESSION-HELD.
           IF WS-USERNAME NOT = SPACES AND LOW-VALUE AND
             WS-SESSION-TOKEN > 0 THEN
             CALL "session-token" USING "V", WS-USERNAME,
               WS-SESSION-TOKEN, WS-SESSION-HELD
           END-IF.

           IF WS-USERNAME = SPACES OR LOW-VALUE THEN
             MOVE 0 TO WS-LAST-ACT-MINUTES
           ELSE
             IF WS-SESSION-HELD = 0 THEN
               MOVE 0 TO WS-LOGIN-SUCCESS
               CALL "login-audit" USING WS-FORMATTED-DT WS-USERNAME
                 WS-LOGIN-SUCCESS
               MOVE SPACES TO WS-USERNAME
               MOVE 0 TO WS-LAST-ACT-MINUTES
               MOVE 0 TO WS-SESSION-TOKEN
               MOVE "Signed Off - Account Signed In Elsewhere" TO
                 WS-ERROR-MSG
               PERFORM 0109-ERROR-PAGE
             ELSE
             IF WS-LAST-ACT-MINUTES > 0 AND
               WS-NOW-MINUTES - WS-LAST-ACT-MINUTES >
               WS-IDLE-LIMIT-MINS THEN
                 WS-LOGIN-SUCCESS
               MOVE SPACES TO WS-USERNAME
               MOVE 0 TO WS-LAST-ACT-MINUTES
               MOVE 0 TO WS-SESSION-TOKEN
               PERFORM 0100-DISPLAY-LOGIN
             ELSE
               MOVE WS-NOW-MINUTES TO WS-LAST-ACT-MINUTES
               CALL "record-presence" USING WS-USERNAME
             END-IF
             END-IF
           END-IF.

       0201-CURRENT-DATE.
           MOVE SPACES TO WS-TARIFF-CODE.
           MOVE 0 TO WS-REFUND-NET.
           MOVE 0 TO WS-REFUND-VAT.
      *>    A STORE PURCHASE EARNS THE MEMBER'S LOYALTY BONUS, LOGGED
      *>    AFTER THE PURCHASE SO THE LEDGER BALANCES RUN IN ORDER.
           IF WS-ENTRY-TYPE = "P" THEN
               CALL "award-loyalty-bonus" USING WS-FORMATTED-DT,
                 WS-USERNAME, WS-UPDATE-CREDITS, WS-LOYALTY-BONUS
           END-IF.
           PERFORM 0111-USER-ACCOUNT-MENU.
      ******************************************************************
      ***************-----FUN AND GAMES SECTION----*********************
       0400-GAMES-MENU.
           PERFORM 0200-TIME-AND-DATE.
           PERFORM 0132-CREDIT-TOTAL.
           CALL "get-jackpot" USING WS-JKP-BALANCE, WS-JKP-LAST-WINNER,
             WS-JKP-LAST-GAME, WS-JKP-LAST-AMOUNT, WS-JKP-LAST-DATE.
           MOVE SPACES TO WS-JKP-LAST-TXT.
           IF WS-JKP-LAST-AMOUNT > 0 THEN
             MOVE WS-JKP-LAST-AMOUNT TO WS-JKP-AMOUNT-TXT
             STRING "Last won by " DELIMITED BY SIZE
               WS-JKP-LAST-WINNER DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               WS-JKP-LAST-GAME DELIMITED BY SPACE
               ") for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JKP-AMOUNT-TXT) DELIMITED BY SIZE
               " credits on " DELIMITED BY SIZE
               WS-JKP-LAST-DATE DELIMITED BY SIZE
               INTO WS-JKP-LAST-TXT
           END-IF.
           INITIALIZE GAMES-MENU-CHOICE.
           DISPLAY GAMES-MENU-SCREEN.
           ACCEPT GAMES-MENU-CHOICE-FIELD
               PERFORM 0470-RAFFLE
           ELSE IF GAMES-MENU-CHOICE = "l" OR "L" THEN
               PERFORM 0480-SKILL-LADDER
           ELSE IF GAMES-MENU-CHOICE = "a" OR "A" THEN
               PERFORM 0490-ANAGRAM-RACE
           ELSE IF GAMES-MENU-CHOICE = "n" OR "N" THEN
               MOVE SPACES TO WS-QZN-NOTICE
               PERFORM 0455-QUIZ-NIGHT

           END-IF.

             ELSE IF WS-RAF-RESULT = "L" THEN
               MOVE "That would pass your loss limit" TO
                 WS-RAF-NOTICE
             ELSE IF WS-RAF-RESULT = "B" THEN
               MOVE "Wagering barred by your household" TO
                 WS-RAF-NOTICE
             ELSE
               MOVE "Insufficient credits for a ticket" TO
                 WS-RAF-NOTICE
               ELSE IF WS-PVP-RESULT = "L" THEN
                 MOVE "That stake would pass your loss limit" TO
                   WS-PVP-NOTICE
               ELSE IF WS-PVP-RESULT = "B" THEN
                 MOVE "Wagering barred by your household" TO
                   WS-PVP-NOTICE
               ELSE
                 MOVE "You cannot challenge yourself" TO
                   WS-PVP-NOTICE
               ELSE IF WS-PVP-RESULT = "L" THEN
                 MOVE "That stake would pass your loss limit" TO
                   WS-PVP-NOTICE
               ELSE IF WS-PVP-RESULT = "B" THEN
                 MOVE "Wagering barred by your household" TO
                   WS-PVP-NOTICE
               ELSE
                 MOVE "Not your turn, match or cell" TO
                   WS-PVP-NOTICE
      ******************************************************************
      *****************----GAME WAGERING SECTION----*******************
      ******************************************************************
      *>    EVERY WAGERED GAME KEEPS A SESSION LOG -- TARGET, EACH
      *>    GUESS OR MOVE IN ORDER, OUTCOME, STAKE AND PAYOUT, TIED
      *>    TO THE LEDGER ROWS -- SO A DISPUTED WAGER CAN BE REPLAYED
      *>    FROM THE BACK OFFICE. CALLED ONCE THE TARGET IS CHOSEN;
      *>    A GAME NOT PLAYED FOR A STAKE LOGS NOTHING.
       0401-OPEN-GAME-SESSION.
           MOVE 0 TO WS-GSL-SESSION-ID.
           IF WAGERING-ENABLED THEN
               CALL "open-game-session" USING WS-USERNAME,
                 WS-WAGER-GAME, WS-GSL-DIFFICULTY, WS-GSL-TARGET,
                 WS-WAGER-AMOUNT, WS-GSL-SESSION-ID
           END-IF.

       0402-LOG-GAME-MOVE.
           IF WS-GSL-SESSION-ID > 0 THEN
               CALL "log-game-move" USING WS-GSL-SESSION-ID,
                 WS-GSL-MOVE, WS-GSL-RESULT
           END-IF.

      *>    CALLED AFTER 0407 HAS PAID ANY WIN, SO THE PAYOUT ROW IS
      *>    ALREADY ON THE LEDGER FOR THE SESSION TO POINT AT.
       0403-CLOSE-GAME-SESSION.
           IF WS-GSL-SESSION-ID > 0 THEN
               CALL "close-game-session" USING WS-GSL-SESSION-ID,
                 WS-GSL-OUTCOME
           END-IF.
           MOVE 0 TO WS-GSL-SESSION-ID.

      *>    A NOUGHTS AND CROSSES MOVE IS WHICHEVER SQUARE CHANGED
      *>    SINCE THE LAST ONE -- THE SAME FOR THE MEMBER AND FOR THE
      *>    COMPUTER, HOWEVER IT CHOSE. LOGGED AS MARK AND SQUARE
      *>    ("O B3") WITH THE WHOLE BOARD AFTER IT, ROW BY ROW.
       0404-LOG-TTT-MOVE.
           MOVE WS-GAME-GRID TO WS-GSL-GRID.
           MOVE SPACES TO WS-GSL-MOVE.
           MOVE 0 TO WS-GSL-CELL-IDX.
           PERFORM UNTIL WS-GSL-CELL-IDX = 9
               ADD 1 TO WS-GSL-CELL-IDX
               IF WS-GSL-GRID(WS-GSL-CELL-IDX:1) NOT =
                  WS-GSL-PREV-GRID(WS-GSL-CELL-IDX:1) THEN
                   COMPUTE WS-GSL-ROW = (WS-GSL-CELL-IDX - 1) / 3 + 1
                   COMPUTE WS-GSL-COL =
                     WS-GSL-CELL-IDX - (WS-GSL-ROW - 1) * 3
                   MOVE WS-GSL-GRID(WS-GSL-CELL-IDX:1) TO
                     WS-GSL-MOVE(1:1)
                   MOVE WS-GSL-ROW-LETTERS(WS-GSL-ROW:1) TO
                     WS-GSL-MOVE(3:1)
                   MOVE WS-GSL-COL TO WS-GSL-MOVE(4:1)
               END-IF
           END-PERFORM.
           MOVE WS-GSL-GRID TO WS-GSL-PREV-GRID.
           MOVE WS-GSL-GRID TO WS-GSL-RESULT.
           INSPECT WS-GSL-RESULT(1:9) REPLACING ALL " " BY ".".
           PERFORM 0402-LOG-GAME-MOVE.

       0405-SELECT-WAGER.
           MOVE "N" TO WS-WAGER-MODE.
           MOVE 0 TO WS-WAGER-AMOUNT.
                 WS-ERROR-MSG
               PERFORM 0109-ERROR-PAGE
           END-IF.
           IF WS-PLAY-VERDICT = "B" THEN
               MOVE "N" TO WS-WAGER-MODE
               MOVE "Wagering Barred By Your Household" TO
                 WS-ERROR-MSG
               PERFORM 0109-ERROR-PAGE
           END-IF.
      *>    THE TABLE LIMIT COMES FROM SYSTEM-PARAMETERS.DAT
      *>    ("WAGER-LIMIT") RATHER THAN BEING BAKED INTO THE SCREEN.
           IF WS-WAGER-AMOUNT > WS-WAGER-LIMIT THEN
               MOVE "Wager Exceeds The Table Limit" TO WS-ERROR-MSG
               PERFORM 0109-ERROR-PAGE
           END-IF.
      *>    A DEPENDENT SHORT OF THE STAKE DRAWS ON THE HOUSEHOLD.
           PERFORM 0200-TIME-AND-DATE.
           CALL "draw-household-credits" USING WS-FORMATTED-DT,
               WS-USERNAME, WS-WAGER-AMOUNT, WS-HHLD-RESULT.
           MOVE WS-WAGER-AMOUNT TO WS-UPDATE-CREDITS.
           PERFORM 0133-CHECK-CREDIT-BALANCE.
           IF WS-BALANCE-AVAILABLE = "Y" THEN
               MOVE WS-WAGER-AMOUNT TO WS-UPDATE-CREDITS
               MOVE "W" TO WS-ENTRY-TYPE
               PERFORM 0408-LOG-WAGER-TRANSACTION
      *>       A SHARE OF EVERY STAKE GOES TO THE PROGRESSIVE JACKPOT.
               CALL "update-jackpot" USING WS-FORMATTED-DT, "C",
                   WS-USERNAME, WS-WAGER-GAME, WS-WAGER-AMOUNT,
                   WS-USERCREDITS, WS-JKP-RESULT
           ELSE
               MOVE "N" TO WS-WAGER-MODE
               MOVE "Insufficient Credits To Wager" TO WS-ERROR-MSG
           WS-ENTRY-TYPE, WS-TARIFF-CODE, WS-REFUND-NET,
           WS-REFUND-VAT.

      *>    EACH GAME HAS ONE RARE WIN THAT ALSO TAKES THE PROGRESSIVE
      *>    JACKPOT; THE GAME CALLS THIS ONCE 0407 HAS SETTLED THE
      *>    WAGER. THE WHOLE POT GOES TO THE MEMBER THROUGH THE LEDGER
      *>    AND IT STARTS AGAIN FROM ITS SEED. A POT THAT WOULD TAKE
      *>    THE BALANCE OVER THE MAXIMUM IS LEFT STANDING.
       0409-PAY-JACKPOT.
           PERFORM 0200-TIME-AND-DATE.
           CALL "update-jackpot" USING WS-FORMATTED-DT, "P",
               WS-USERNAME, WS-WAGER-GAME, WS-JKP-WON,
               WS-JKP-POST-BALANCE, WS-JKP-RESULT.
           PERFORM 0132-CREDIT-TOTAL.
           IF WS-JKP-RESULT = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-JKP-NOTICE.
           IF WS-JKP-RESULT = "O" THEN
               MOVE "You hit the jackpot, but it would overflow your bal
      -        "ance." TO WS-JKP-NOTICE
           ELSE
               MOVE WS-JKP-WON TO WS-JKP-AMOUNT-TXT
               STRING "You have won the jackpot: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-JKP-AMOUNT-TXT) DELIMITED BY SIZE
                 " credits!" DELIMITED BY SIZE
                 INTO WS-JKP-NOTICE
           END-IF.
           INITIALIZE WS-JKP-CHOICE.
           DISPLAY JACKPOT-SCREEN.
           ACCEPT JKP-CHOICE-FIELD.

      ******************************************************************
      ****************----WORD GUESSING GAME SECTION----****************
      ******************************************************************
           MOVE "N" TO WS-CHALLENGE-MODE.
           PERFORM 0405-SELECT-WAGER.
           MOVE 15 TO WS-GUESSES-LEFT.
           MOVE 0 TO WS-WORD-MISSES.
           SET WORD-IDX TO 0.
           OPEN INPUT F-WORD-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE FUNCTION CURRENT-DATE(14:3) TO RANDOMNUMBER.
           MOVE WS-GUESSING-WORDS-WORD(RANDOMNUMBER) TO WS-WORD.
           MOVE WS-WORD TO WS-ANSWERWORD.
           MOVE SPACE TO WS-GSL-DIFFICULTY.
           MOVE WS-ANSWERWORD TO WS-GSL-TARGET.
           PERFORM 0401-OPEN-GAME-SESSION.
           MOVE REPLACE-LETTER(WS-WORD) TO WS-WORD. 
           DISPLAY WORD-GUESSING-SCREEN.
           MOVE 1 TO COUNTER.
           DISPLAY IN-GAME-SCREEN.
           ACCEPT WS-GUESS-CHOICE-FIELD.
           IF WS-GUESS-CHOICE = "!" THEN 
               MOVE "A" TO WS-GSL-OUTCOME
               PERFORM 0403-CLOSE-GAME-SESSION
               PERFORM 0110-DISPLAY-MENU
           ELSE
               PERFORM 0412-CHECK-GUESS
           
       0412-CHECK-GUESS.
           MOVE 1 TO COUNTER.
           MOVE 0 TO WS-WORD-HIT.
           PERFORM UNTIL COUNTER = 20
                 IF WS-GUESS-CHOICE = WS-ANSWERWORD(COUNTER:1) THEN
                   MOVE WS-GUESS-CHOICE TO WS-WORD(COUNTER:1) 
                   MOVE 1 TO WS-WORD-HIT
                 END-IF
                 ADD 1 TO COUNTER     
           END-PERFORM.
           IF WS-WORD-HIT = 0 THEN
               ADD 1 TO WS-WORD-MISSES
           END-IF.
           SUBTRACT 1 FROM WS-GUESSES-LEFT.
           MOVE WS-GUESS-CHOICE TO WS-GSL-MOVE.
           MOVE WS-WORD TO WS-GSL-RESULT.
           PERFORM 0402-LOG-GAME-MOVE.
           MOVE 1 TO COUNTER.
           MOVE 0 TO WS-LETTERS-LEFT.
           PERFORM UNTIL COUNTER = 20
              THEN
              IF WAGERING-ENABLED THEN
                  PERFORM 0407-SETTLE-WAGER
                  IF WS-WORD-MISSES = 0 THEN
                      PERFORM 0409-PAY-JACKPOT
                  END-IF
              END-IF
              MOVE "W" TO WS-GSL-OUTCOME
              PERFORM 0403-CLOSE-GAME-SESSION
              PERFORM 0413-WINNING-SCREEN
             ELSE IF WS-GUESSES-LEFT = 0
              THEN 
              MOVE "L" TO WS-GSL-OUTCOME
              PERFORM 0403-CLOSE-GAME-SESSION
              PERFORM 0414-LOSING-SCREEN
             ELSE
              PERFORM 0411-IN_GAME-SCREEN
             WS-CHALLENGE-GUESSES, "N".

           MOVE "N" TO WS-WAGER-MODE.
           MOVE 0 TO WS-GSL-SESSION-ID.
           MOVE 15 TO WS-GUESSES-LEFT.
           MOVE 0 TO WS-WORD-MISSES.
           CALL "get-daily-word" USING WS-WORD.
           MOVE WS-WORD TO WS-ANSWERWORD.
           MOVE REPLACE-LETTER(WS-WORD) TO WS-WORD.
             PERFORM 0418-CHALLENGE-LEADERBOARD
           END-IF.
       0450-TRIVIA-QUIZ.
           MOVE "TRIV" TO WS-WAGER-GAME.
      *>    A TIMED-FEEL ROUND OF FIVE MULTIPLE-CHOICE QUESTIONS OUT
      *>    OF THE ADMIN-MAINTAINED BANK, WITH WAGER SUPPORT THROUGH
      *>    THE SAME 0406/0407 FLOW THE OTHER GAMES USE. THE ROUND
             FUNCTION NUMVAL(WS-DATETIME(13:2)), WS-TRIVIA-COUNT) + 1.
           MOVE 0 TO WS-TRIVIA-ASKED.
           MOVE 0 TO WS-TRIVIA-CORRECT.
           MOVE SPACE TO WS-GSL-DIFFICULTY.
           MOVE SPACES TO WS-GSL-TARGET.
           STRING "FROM QUESTION " DELIMITED BY SIZE
             WS-TRIVIA-IDX DELIMITED BY SIZE
             INTO WS-GSL-TARGET.
           PERFORM 0401-OPEN-GAME-SESSION.
           PERFORM 0451-TRIVIA-QUESTION UNTIL WS-TRIVIA-ASKED = 5.
           PERFORM 0452-TRIVIA-RESULT.

             ADD 1 TO WS-TRIVIA-CORRECT
           END-IF.

      *>    THE SESSION LOG KEEPS THE QUESTION NUMBER AND THE RIGHT
      *>    ANSWER NEXT TO WHAT THE MEMBER GAVE.
           MOVE WS-TRIVIA-ANSWER TO WS-GSL-MOVE.
           MOVE SPACES TO WS-GSL-RESULT.
           STRING "Q" DELIMITED BY SIZE
             WS-TRIVIA-IDX DELIMITED BY SIZE
             " ANSWER " DELIMITED BY SIZE
             WS-TRV-ANSWER(WS-TRIVIA-IDX) DELIMITED BY SIZE
             INTO WS-GSL-RESULT.
           IF WS-TRIVIA-ANSWER = WS-TRV-ANSWER(WS-TRIVIA-IDX) THEN
             MOVE "RIGHT" TO WS-GSL-RESULT(15:5)
           ELSE
             MOVE "WRONG" TO WS-GSL-RESULT(15:5)
           END-IF.
           PERFORM 0402-LOG-GAME-MOVE.

           ADD 1 TO WS-TRIVIA-ASKED.
           ADD 1 TO WS-TRIVIA-IDX.
           IF WS-TRIVIA-IDX > WS-TRIVIA-COUNT THEN
               WS-TOURN-WIN-POINTS
             IF WAGERING-ENABLED THEN
               PERFORM 0407-SETTLE-WAGER
               IF WS-TRIVIA-CORRECT = 5 THEN
                 PERFORM 0409-PAY-JACKPOT
               END-IF
             END-IF
             MOVE "W" TO WS-GSL-OUTCOME
           ELSE
             MOVE "N" TO WS-WAGER-MODE
             MOVE "L" TO WS-GSL-OUTCOME
           END-IF.
           PERFORM 0403-CLOSE-GAME-SESSION.

           INITIALIZE WS-TRIVIA-END-CHOICE.
           DISPLAY TRIVIA-RESULT-SCREEN.

           PERFORM 0400-GAMES-MENU.

      *>    THE ANAGRAM RACE: A SCRAMBLED DICTIONARY WORD TO TYPE BACK
      *>    BEFORE THE CLOCK RUNS OUT, OVER AND OVER UNTIL THE MEMBER
      *>    MISSES ONE. WORDS AN ADMIN HAS EXCLUDED THROUGH
      *>    MAINTAIN-WORD-LIST ARE LEFT OUT, AND THE SECONDS ALLOWED
      *>    PER WORD COME FROM THE ANAGRAM-SECONDS PARAMETER.
       0490-ANAGRAM-RACE.
      *>    THE WORDS ARE CHECKED BEFORE THE WAGER IS TAKEN, SO AN
      *>    EMPTY WORD LIST NEVER HOLDS A STAKE.
           MOVE 0 TO WS-ANAG-EXCL-COUNT.
           OPEN INPUT F-ANAGRAM-EXCL-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ANAGRAM-EXCL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-ANAG-EXCL-COUNT < 213 THEN
                           ADD 1 TO WS-ANAG-EXCL-COUNT
                           MOVE ANAGRAM-EXCLUDED-WORD TO
                             WS-ANAG-EXCL-WORD(WS-ANAG-EXCL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ANAGRAM-EXCL-FILE.

           MOVE 0 TO WS-ANAG-COUNT.
           OPEN INPUT F-WORD-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-WORD-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM 0494-ANAGRAM-KEEP-WORD
               END-READ
           END-PERFORM.
           CLOSE F-WORD-FILE.

           IF WS-ANAG-COUNT = 0 THEN
             MOVE "No Anagram Words On File Yet" TO WS-ERROR-MSG
             PERFORM 0109-ERROR-PAGE
           END-IF.

           MOVE "ANAG" TO WS-WAGER-GAME.
           PERFORM 0200-TIME-AND-DATE.
           PERFORM 0132-CREDIT-TOTAL.
           PERFORM 0405-SELECT-WAGER.

           MOVE 20 TO WS-PARAM-DEFAULT.
           CALL "get-parameter" USING WS-ANAG-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-VALUE.
           MOVE WS-PARAM-VALUE TO WS-ANAG-LIMIT-SECS.

           ACCEPT SEED FROM TIME.
           COMPUTE WS-ANAG-IDX =
             FUNCTION RANDOM(SEED) * WS-ANAG-COUNT + 1.
           MOVE 0 TO WS-ANAG-STREAK.
           MOVE "N" TO WS-ANAG-MISSED.
           MOVE SPACES TO WS-ANAG-NOTICE.
           MOVE SPACE TO WS-GSL-DIFFICULTY.
           MOVE SPACES TO WS-GSL-TARGET.
           STRING "LIMIT " DELIMITED BY SIZE
             WS-ANAG-LIMIT-SECS DELIMITED BY SIZE
             " SECS" DELIMITED BY SIZE
             INTO WS-GSL-TARGET.
           PERFORM 0401-OPEN-GAME-SESSION.
           PERFORM 0491-ANAGRAM-WORD UNTIL WS-ANAG-MISSED = "Y".
           PERFORM 0492-ANAGRAM-RESULT.

       0491-ANAGRAM-WORD.
           MOVE FUNCTION UPPER-CASE(WS-ANAG-WORD(WS-ANAG-IDX)) TO
             WS-ANAG-ANSWER.
           COMPUTE WS-ANAG-LEN =
             FUNCTION LENGTH(FUNCTION TRIM(WS-ANAG-ANSWER)).
      *>    A WORD WHOSE LETTERS ARE ALL ALIKE CANNOT COME OUT
      *>    DIFFERENT, SO THE SHUFFLE GIVES UP AFTER FIVE GOES.
           MOVE WS-ANAG-ANSWER TO WS-ANAG-SCRAMBLE.
           MOVE 0 TO WS-ANAG-TRIES.
           PERFORM 0493-ANAGRAM-SHUFFLE
             UNTIL WS-ANAG-SCRAMBLE NOT = WS-ANAG-ANSWER
                OR WS-ANAG-TRIES = 5.

           PERFORM 0200-TIME-AND-DATE.
           PERFORM 0495-ANAGRAM-CLOCK.
           MOVE WS-ANAG-NOW-SECS TO WS-ANAG-SHOWN-SECS.
           MOVE SPACES TO WS-ANAG-GUESS.
           DISPLAY ANAGRAM-SCREEN.
           ACCEPT ANAG-GUESS-FIELD.
           PERFORM 0495-ANAGRAM-CLOCK.
           COMPUTE WS-ANAG-TAKEN-SECS =
             WS-ANAG-NOW-SECS - WS-ANAG-SHOWN-SECS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANAG-GUESS)) TO
             WS-ANAG-GUESS.

      *>    THE SESSION LOG KEEPS HOW EACH WORD WENT AS THE MOVE AND
      *>    THE WORD ITSELF AS THE RESULT.
           MOVE SPACES TO WS-ANAG-NOTICE.
           IF WS-ANAG-GUESS = "!" THEN
             MOVE "Y" TO WS-ANAG-MISSED
             MOVE "STOP" TO WS-GSL-MOVE
             STRING "Race stopped - the word was " DELIMITED BY SIZE
               WS-ANAG-ANSWER DELIMITED BY SPACE
               INTO WS-ANAG-NOTICE
           ELSE IF WS-ANAG-TAKEN-SECS > WS-ANAG-LIMIT-SECS THEN
             MOVE "Y" TO WS-ANAG-MISSED
             MOVE "SLOW" TO WS-GSL-MOVE
             STRING "Out of time - the word was " DELIMITED BY SIZE
               WS-ANAG-ANSWER DELIMITED BY SPACE
               INTO WS-ANAG-NOTICE
           ELSE IF WS-ANAG-GUESS = WS-ANAG-ANSWER THEN
             IF WS-ANAG-STREAK < 999 THEN
               ADD 1 TO WS-ANAG-STREAK
             END-IF
             MOVE "OK" TO WS-GSL-MOVE
             MOVE "Correct - here comes the next one." TO
               WS-ANAG-NOTICE
           ELSE
             MOVE "Y" TO WS-ANAG-MISSED
             MOVE "MISS" TO WS-GSL-MOVE
             STRING "Not quite - the word was " DELIMITED BY SIZE
               WS-ANAG-ANSWER DELIMITED BY SPACE
               INTO WS-ANAG-NOTICE
           END-IF.
           MOVE WS-ANAG-ANSWER TO WS-GSL-RESULT.
           PERFORM 0402-LOG-GAME-MOVE.

           COMPUTE WS-ANAG-IDX = FUNCTION RANDOM * WS-ANAG-COUNT + 1.

       0492-ANAGRAM-RESULT.
      *>    A STREAK OF THREE OR MORE WINS THE RACE: THE WAGER SETTLES
      *>    AND A TOURNAMENT POINT GOES TO THE STANDINGS, WITH THE
      *>    JACKPOT FOR A STREAK OF TEN. EITHER WAY THE RACE COUNTS
      *>    ON THE SKILL LADDER AND AGAINST THE MEMBER'S BEST STREAK.
           PERFORM 0200-TIME-AND-DATE.
           PERFORM 0132-CREDIT-TOTAL.
           CALL "update-anagram-streak" USING WS-USERNAME,
             WS-ANAG-STREAK, WS-ANAG-BEST.

           IF WS-ANAG-STREAK >= WS-ANAG-WIN-STREAK THEN
             CALL "record-tournament-result" USING WS-USERNAME,
               WS-TOURN-WIN-POINTS
             IF WAGERING-ENABLED THEN
               PERFORM 0407-SETTLE-WAGER
               IF WS-ANAG-STREAK >= WS-ANAG-JACKPOT-STREAK THEN
                 PERFORM 0409-PAY-JACKPOT
               END-IF
             END-IF
             MOVE "W" TO WS-RATING-OUTCOME
             MOVE "W" TO WS-GSL-OUTCOME
           ELSE
             MOVE "N" TO WS-WAGER-MODE
             MOVE "L" TO WS-RATING-OUTCOME
             MOVE "L" TO WS-GSL-OUTCOME
           END-IF.
           MOVE 05 TO WS-RATING-WEIGHT.
           CALL "update-skill-rating" USING WS-USERNAME,
             WS-RATING-HOUSE, WS-RATING-OUTCOME,
             WS-RATING-WEIGHT.
           PERFORM 0403-CLOSE-GAME-SESSION.

           INITIALIZE WS-ANAG-END-CHOICE.
           DISPLAY ANAGRAM-RESULT-SCREEN.
           ACCEPT ANAG-END-FIELD.

           IF WS-ANAG-END-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           END-IF.

           IF WS-ANAG-END-CHOICE = "p" OR "P" THEN
             PERFORM 0490-ANAGRAM-RACE
           END-IF.

           PERFORM 0400-GAMES-MENU.

      *>    FISHER-YATES OVER THE LETTERS OF THE WORD, LEAVING THE
      *>    TRAILING SPACES WHERE THEY ARE.
       0493-ANAGRAM-SHUFFLE.
           ADD 1 TO WS-ANAG-TRIES.
           MOVE WS-ANAG-LEN TO WS-ANAG-POS.
           PERFORM UNTIL WS-ANAG-POS < 2
             COMPUTE WS-ANAG-SWAP = FUNCTION RANDOM * WS-ANAG-POS + 1
             MOVE WS-ANAG-SCRAMBLE(WS-ANAG-POS:1) TO WS-ANAG-HOLD
             MOVE WS-ANAG-SCRAMBLE(WS-ANAG-SWAP:1) TO
               WS-ANAG-SCRAMBLE(WS-ANAG-POS:1)
             MOVE WS-ANAG-HOLD TO WS-ANAG-SCRAMBLE(WS-ANAG-SWAP:1)
             SUBTRACT 1 FROM WS-ANAG-POS
           END-PERFORM.

      *>    A DICTIONARY WORD JOINS THE RACE UNLESS IT IS BLANK OR ON
      *>    THE EXCLUSION LIST.
       0494-ANAGRAM-KEEP-WORD.
           IF WORD = SPACES OR WS-ANAG-COUNT >= 213 THEN
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ANAG-EXCLUDED.
           MOVE 0 TO WS-ANAG-EXCL-IDX.
           PERFORM UNTIL WS-ANAG-EXCL-IDX >= WS-ANAG-EXCL-COUNT
             ADD 1 TO WS-ANAG-EXCL-IDX
             IF WS-ANAG-EXCL-WORD(WS-ANAG-EXCL-IDX) = WORD THEN
               MOVE 1 TO WS-ANAG-EXCLUDED
             END-IF
           END-PERFORM.
           IF WS-ANAG-EXCLUDED = 0 THEN
             ADD 1 TO WS-ANAG-COUNT
             MOVE WORD TO WS-ANAG-WORD(WS-ANAG-COUNT)
           END-IF.

      *>    THE CLOCK AS SECONDS SINCE THE CALENDAR'S DAY ONE.
       0495-ANAGRAM-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-ANAG-CLOCK.
           COMPUTE WS-ANAG-NOW-SECS =
             FUNCTION INTEGER-OF-DATE(WS-ANAG-CLK-DATE) * 86400
             + WS-ANAG-CLK-HOUR * 3600 + WS-ANAG-CLK-MINS * 60
             + WS-ANAG-CLK-SECS.

      *>    THE LIVE QUIZ NIGHT: EVERY ENTRANT SEES THE SAME QUESTION
      *>    AT THE SAME TIME, BECAUSE GET-QUIZ-NIGHT WORKS THE PHASE
      *>    OUT FROM THE CLOCK. (E) ENTERS THROUGH THE LEDGER BEFORE
      *>    THE START, (A) SENDS THE ANSWER TO THE QUESTION ON SCREEN
      *>    AND (R) CATCHES UP WITH THE CLOCK.
       0455-QUIZ-NIGHT.
           PERFORM 0200-TIME-AND-DATE.
           PERFORM 0132-CREDIT-TOTAL.
           PERFORM 0456-QUIZ-NIGHT-LOAD.
           INITIALIZE WS-QZN-ANSWER.
           INITIALIZE WS-QZN-CHOICE.
           DISPLAY QUIZ-NIGHT-SCREEN.
           ACCEPT QZN-ANSWER-FIELD.
           ACCEPT QZN-CHOICE-FIELD.
           MOVE SPACES TO WS-QZN-NOTICE.

           IF WS-QZN-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-QZN-CHOICE = "g" OR "G" THEN
             PERFORM 0400-GAMES-MENU
           ELSE IF WS-QZN-CHOICE = "e" OR "E" THEN
             IF WS-QZN-FOUND = 0 THEN
               MOVE "No quiz night scheduled" TO WS-QZN-NOTICE
             ELSE
               CALL "enter-quiz-night" USING WS-FORMATTED-DT,
                 WS-USERNAME, WS-QZN-ID, WS-QZN-RESULT
               EVALUATE WS-QZN-RESULT
                 WHEN "Y"
                   MOVE "You are in - good luck" TO WS-QZN-NOTICE
                 WHEN "D"
                   MOVE "Already entered this quiz night" TO
                     WS-QZN-NOTICE
                 WHEN "I"
                   MOVE "Insufficient credits" TO WS-QZN-NOTICE
                 WHEN OTHER
                   MOVE "Entry has closed for this quiz night" TO
                     WS-QZN-NOTICE
               END-EVALUATE
             END-IF
           ELSE IF WS-QZN-CHOICE = "a" OR "A" THEN
             MOVE FUNCTION UPPER-CASE(WS-QZN-ANSWER) TO WS-QZN-ANSWER
             IF WS-QZN-PHASE NOT = "Q" OR WS-QZN-ENTERED = 0 THEN
               MOVE "No question is waiting for you" TO WS-QZN-NOTICE
             ELSE IF WS-QZN-ANSWER NOT = "A" AND NOT = "B" AND
               NOT = "C" AND NOT = "D" THEN
               MOVE "Answer A, B, C or D" TO WS-QZN-NOTICE
             ELSE
               CALL "submit-quiz-answer" USING WS-USERNAME,
                 WS-QZN-ID, WS-QZN-LIVE-SEQ, WS-QZN-ANSWER,
                 WS-QZN-RESULT
               EVALUATE WS-QZN-RESULT
                 WHEN "Y"
                   MOVE "Answer in - refresh for the next one" TO
                     WS-QZN-NOTICE
                 WHEN "L"
                   MOVE "Too late - that question has closed" TO
                     WS-QZN-NOTICE
                 WHEN "D"
                   MOVE "You have already answered that one" TO
                     WS-QZN-NOTICE
                 WHEN OTHER
                   MOVE "You have not entered this quiz night" TO
                     WS-QZN-NOTICE
               END-EVALUATE
             END-IF
             END-IF
           END-IF.

           PERFORM 0455-QUIZ-NIGHT.

      *>    THE CURRENT (OR NEXT) QUIZ NIGHT WITH ITS PHASE SPELT OUT,
      *>    AND THE BOARD AS IT STOOD AT THE END OF THE LAST FINISHED
      *>    ROUND. THE QUESTION ITSELF IS ONLY SHOWN TO ENTRANTS.
       0456-QUIZ-NIGHT-LOAD.
           CALL "get-quiz-night" USING WS-USERNAME, WS-QZN-FOUND,
             WS-QZN.
           MOVE 0 TO WS-QZN-BOARD-COUNT.
           MOVE SPACES TO WS-QZN-BOARD.
           MOVE 0 TO WS-QZN-MY-SCORE.
           MOVE 0 TO WS-QZN-MY-PLACE.
           IF WS-QZN-FOUND = 0 THEN
             INITIALIZE WS-QZN
             MOVE SPACES TO WS-QZN-START-HH
             MOVE SPACES TO WS-QZN-START-MM
             MOVE SPACES TO WS-QZN-ENTERED-TXT
             MOVE "No quiz night scheduled" TO WS-QZN-PHASE-TXT
           ELSE
             MOVE WS-QZN-START-TIME(1:2) TO WS-QZN-START-HH
             MOVE WS-QZN-START-TIME(3:2) TO WS-QZN-START-MM
             IF WS-QZN-ENTERED = 1 THEN
               MOVE "Yes" TO WS-QZN-ENTERED-TXT
             ELSE
               MOVE "No" TO WS-QZN-ENTERED-TXT
             END-IF
             EVALUATE WS-QZN-PHASE
               WHEN "W"
                 MOVE "Not started - entry open until the start" TO
                   WS-QZN-PHASE-TXT
               WHEN "Q"
                 MOVE "Question live - answer before the clock runs out"
                   TO WS-QZN-PHASE-TXT
               WHEN "B"
                 MOVE "Break between rounds - scores so far below" TO
                   WS-QZN-PHASE-TXT
               WHEN OTHER
                 MOVE "Finished - prizes are paid out overnight" TO
                   WS-QZN-PHASE-TXT
             END-EVALUATE
             IF WS-QZN-PHASE NOT = "Q" OR WS-QZN-ENTERED = 0 THEN
               MOVE SPACES TO WS-QZN-QUESTION
               MOVE SPACES TO WS-QZN-OPT-A
               MOVE SPACES TO WS-QZN-OPT-B
               MOVE SPACES TO WS-QZN-OPT-C
               MOVE SPACES TO WS-QZN-OPT-D
             END-IF
             CALL "get-quiz-leaderboard" USING WS-QZN-ID,
               WS-QZN-SCORED-THROUGH, WS-USERNAME, WS-QZN-BOARD-COUNT,
               WS-QZN-BOARD, WS-QZN-MY-SCORE, WS-QZN-MY-PLACE
           END-IF.

       0440-TOURNAMENT.
      *>    ONE SCREEN FOR THE WHOLE TOURNAMENT SIDE: CURRENT
      *>    TOURNAMENT DETAILS AND TOP-FIVE STANDINGS FOR EVERYONE,
      *>    (E) TO ENTER THROUGH THE NORMAL LEDGER, AND THE ADM-ONLY
      *>    (O) OPTION TO OPEN A NEW ONE FROM THE ENTRY FIELDS. (K)
      *>    LEADS ON TO THE KNOCKOUT BRACKET.
           PERFORM 0200-TIME-AND-DATE.
           PERFORM 0132-CREDIT-TOTAL.
           CALL "account-status-check" USING WS-USERNAME
           IF WS-TOURN-FOUND = 0 THEN
             MOVE "NO TOURNAMENT RUNNING" TO WS-TOURN-NAME
           END-IF.
           MOVE 0 TO WS-KNK-VIEW-ROUND.
           PERFORM 0442-KNOCKOUT-LOAD.
           INITIALIZE WS-TOURN-CHOICE.
           INITIALIZE WS-TOPEN-NAME.
           INITIALIZE WS-TOPEN-START-TXT.
           INITIALIZE WS-TOPEN-END-TXT.
           INITIALIZE WS-TOPEN-FEE-TXT.
           MOVE SPACES TO WS-TOURN-OPEN-TXT.
           MOVE "TOPN" TO WS-PERM-FUNCTION.
           PERFORM 0527-FIND-PERMISSION.
           IF WS-PERM-OK = 1 THEN
             MOVE "(O) Open new" TO WS-TOURN-OPEN-TXT
           END-IF.
           DISPLAY TOURNAMENT-SCREEN.
           ACCEPT TOPEN-NAME-FIELD.
           ACCEPT TOPEN-START-FIELD.
             PERFORM 0400-GAMES-MENU
           END-IF.

           IF WS-TOURN-CHOICE = "k" OR "K" THEN
             MOVE SPACES TO WS-KNK-NOTICE
             PERFORM 0441-KNOCKOUT
           END-IF.

           IF WS-TOURN-CHOICE = "e" OR "E" THEN
             CALL "enter-tournament" USING WS-FORMATTED-DT,
               WS-USERNAME, WS-TOURN-RESULT
           END-IF.

           IF WS-TOURN-CHOICE = "o" OR "O" THEN
             MOVE "TOPN" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 AND
               WS-TOPEN-NAME NOT = SPACES AND LOW-VALUE AND
               WS-TOPEN-START-TXT IS NUMERIC AND
               WS-TOPEN-END-TXT IS NUMERIC THEN

           PERFORM 0440-TOURNAMENT.

       0441-KNOCKOUT.
      *>    THE KNOCKOUT BRACKET: ONE ROUND AT A TIME, (N)/(P) TO
      *>    PAGE THROUGH THE ROUNDS, (E) TO ENTER BEFORE THE DRAW,
      *>    AND THE STAFF-ONLY (S) AND (O) TO SPOOL THE WHOLE BRACKET
      *>    OR OPEN A NEW KNOCKOUT. THE GAMES THEMSELVES ARE PLAYED
      *>    FROM THE ORDINARY CHALLENGE-A-MEMBER SCREEN.
           PERFORM 0200-TIME-AND-DATE.
           PERFORM 0132-CREDIT-TOTAL.
           CALL "account-status-check" USING WS-USERNAME
               WS-USERACCOUNTLEVEL WS-VIP-EXPIRY.
           PERFORM 0442-KNOCKOUT-LOAD.
           INITIALIZE WS-KNK-CHOICE.
           INITIALIZE WS-KNK-OPEN-NAME.
           INITIALIZE WS-KNK-OPEN-DATE-TXT.
           INITIALIZE WS-KNK-OPEN-FEE-TXT.
           INITIALIZE WS-KNK-OPEN-DAYS-TXT.
           MOVE SPACES TO WS-KNK-SPOOL-TXT.
           MOVE "KSPL" TO WS-PERM-FUNCTION.
           PERFORM 0527-FIND-PERMISSION.
           IF WS-PERM-OK = 1 THEN
             MOVE "(S) Spool bracket" TO WS-KNK-SPOOL-TXT
           END-IF.
           MOVE SPACES TO WS-KNK-OPEN-TXT.
           MOVE "KOPN" TO WS-PERM-FUNCTION.
           PERFORM 0527-FIND-PERMISSION.
           IF WS-PERM-OK = 1 THEN
             MOVE "(O) Open new" TO WS-KNK-OPEN-TXT
           END-IF.
           DISPLAY KNOCKOUT-SCREEN.
           ACCEPT KNK-OPEN-NAME-FIELD.
           ACCEPT KNK-OPEN-DATE-FIELD.
           ACCEPT KNK-OPEN-FEE-FIELD.
           ACCEPT KNK-OPEN-DAYS-FIELD.
           ACCEPT KNK-CHOICE-FIELD.
           MOVE SPACES TO WS-KNK-NOTICE.

           IF WS-KNK-CHOICE = "q" OR "Q" THEN
             CALL "clear-presence" USING WS-USERNAME
             STOP RUN
           ELSE IF WS-KNK-CHOICE = "g" OR "G" THEN
             PERFORM 0440-TOURNAMENT
           ELSE IF WS-KNK-CHOICE = "n" OR "N" THEN
             IF WS-KNK-ROUND < WS-KNK-ROUNDS THEN
               COMPUTE WS-KNK-VIEW-ROUND = WS-KNK-ROUND + 1
             END-IF
           ELSE IF WS-KNK-CHOICE = "p" OR "P" THEN
             IF WS-KNK-ROUND > 1 THEN
               COMPUTE WS-KNK-VIEW-ROUND = WS-KNK-ROUND - 1
             END-IF
           ELSE IF WS-KNK-CHOICE = "e" OR "E" THEN
             IF WS-KNK-FOUND = 0 THEN
               MOVE "No knockout scheduled" TO WS-KNK-NOTICE
             ELSE
               CALL "enter-knockout" USING WS-FORMATTED-DT,
                 WS-USERNAME, WS-KNK-ID, WS-KNK-RESULT
               EVALUATE WS-KNK-RESULT
                 WHEN "Y"
                   MOVE "You are in - seeds are set at the draw" TO
                     WS-KNK-NOTICE
                 WHEN "D"
                   MOVE "Already entered this knockout" TO
                     WS-KNK-NOTICE
                 WHEN "I"
                   MOVE "Insufficient credits" TO WS-KNK-NOTICE
                 WHEN "F"
                   MOVE "The bracket is full" TO WS-KNK-NOTICE
                 WHEN OTHER
                   MOVE "Entries have closed for this knockout" TO
                     WS-KNK-NOTICE
               END-EVALUATE
             END-IF
           ELSE IF WS-KNK-CHOICE = "s" OR "S" THEN
             MOVE "KSPL" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 AND WS-KNK-FOUND = 1 THEN
               CALL "spool-knockout-bracket" USING WS-KNK-ID
               MOVE "Bracket sent to spool" TO WS-KNK-NOTICE
             END-IF
           ELSE IF WS-KNK-CHOICE = "o" OR "O" THEN
             MOVE "KOPN" TO WS-PERM-FUNCTION
             PERFORM 0526-CHECK-PERMISSION
             IF WS-PERM-OK = 1 AND
               WS-KNK-OPEN-NAME NOT = SPACES AND LOW-VALUE AND
               WS-KNK-OPEN-DATE-TXT IS NUMERIC THEN
               MOVE WS-KNK-OPEN-DATE-TXT TO WS-KNK-OPEN-DATE
               IF WS-KNK-OPEN-FEE-TXT IS NUMERIC THEN
                 MOVE WS-KNK-OPEN-FEE-TXT TO WS-KNK-OPEN-FEE
               ELSE
                 MOVE 0 TO WS-KNK-OPEN-FEE
               END-IF
               IF WS-KNK-OPEN-DAYS-TXT IS NUMERIC THEN
                 MOVE WS-KNK-OPEN-DAYS-TXT TO WS-KNK-OPEN-DAYS
               ELSE
                 MOVE 0 TO WS-KNK-OPEN-DAYS
               END-IF
               CALL "open-knockout" USING WS-KNK-OPEN-NAME,
                 WS-KNK-OPEN-DATE, WS-KNK-OPEN-FEE, WS-KNK-OPEN-DAYS,
                 WS-KNK-RESULT
               IF WS-KNK-RESULT = "Y" THEN
                 MOVE "Knockout opened for entries" TO WS-KNK-NOTICE
                 MOVE 0 TO WS-KNK-VIEW-ROUND
               ELSE
                 MOVE "Draw date must be a date after today" TO
                   WS-KNK-NOTICE
               END-IF
             END-IF
           END-IF.

           PERFORM 0441-KNOCKOUT.

       0442-KNOCKOUT-LOAD.
           MOVE WS-KNK-VIEW-ROUND TO WS-KNK-ROUND.
           MOVE SPACES TO WS-KNK.
           CALL "get-knockout-bracket" USING WS-USERNAME,
             WS-KNK-FOUND, WS-KNK, WS-KNK-ROUND, WS-KNK-MATCH-COUNT,
             WS-KNK-MATCHES, WS-KNK-MY-MATCH-ID.
           MOVE SPACES TO WS-KNK-LINES.
           IF WS-KNK-FOUND = 0 THEN
             MOVE "NO KNOCKOUT SCHEDULED" TO WS-KNK-NAME
             MOVE 0 TO WS-KNK-DRAW-DATE
             MOVE 0 TO WS-KNK-ROUND-DAYS
             MOVE 0 TO WS-KNK-FEE
             MOVE 0 TO WS-KNK-POOL
             MOVE 0 TO WS-KNK-ROUNDS
             MOVE 0 TO WS-KNK-ENTRANTS
             MOVE 0 TO WS-KNK-ROUND
             MOVE SPACES TO WS-KNK-STATE-TXT
             MOVE SPACES TO WS-KNK-SHORT-TXT
             MOVE "NO " TO WS-KNK-ENTERED-TXT
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-KNK-ROUND TO WS-KNK-VIEW-ROUND.
           IF WS-KNK-ENTERED = "Y" THEN
             MOVE "YES" TO WS-KNK-ENTERED-TXT
           ELSE
             MOVE "NO " TO WS-KNK-ENTERED-TXT
           END-IF.
           EVALUATE WS-KNK-STATUS
             WHEN "E"
               MOVE "Entries open - drawn overnight on the draw date"
                 TO WS-KNK-STATE-TXT
               MOVE "ENTRIES OPEN" TO WS-KNK-SHORT-TXT
             WHEN "P"
               MOVE "In play - winners go through as games finish" TO
                 WS-KNK-STATE-TXT
               MOVE "IN PLAY" TO WS-KNK-SHORT-TXT
             WHEN OTHER
               MOVE "Complete - prizes paid to the finalists" TO
                 WS-KNK-STATE-TXT
               MOVE "COMPLETE" TO WS-KNK-SHORT-TXT
           END-EVALUATE.
           MOVE 0 TO WS-KNK-IDX.
           PERFORM UNTIL WS-KNK-IDX >= WS-KNK-MATCH-COUNT
             ADD 1 TO WS-KNK-IDX
             PERFORM 0443-KNOCKOUT-ROW
           END-PERFORM.

       0443-KNOCKOUT-ROW.
           MOVE WS-KNK-IDX TO WS-KNK-R-SLOT.
           MOVE WS-KNK-M-SEED-1(WS-KNK-IDX) TO WS-KNK-R-SEED-1.
           MOVE WS-KNK-M-PLAYER-1(WS-KNK-IDX) TO WS-KNK-R-PLAYER-1.
           MOVE WS-KNK-M-SEED-2(WS-KNK-IDX) TO WS-KNK-R-SEED-2.
           MOVE WS-KNK-M-PLAYER-2(WS-KNK-IDX) TO WS-KNK-R-PLAYER-2.
           MOVE WS-KNK-M-DEADLINE(WS-KNK-IDX) TO WS-KNK-R-DEADLINE.
           MOVE SPACES TO WS-KNK-R-RESULT.
           EVALUATE WS-KNK-M-STATUS(WS-KNK-IDX)
             WHEN "W"
               MOVE "Waiting for players" TO WS-KNK-R-RESULT
             WHEN "P"
               MOVE "In play" TO WS-KNK-R-RESULT
             WHEN "B"
               STRING "Bye: " WS-KNK-M-WINNER(WS-KNK-IDX)
                 DELIMITED BY SIZE INTO WS-KNK-R-RESULT
             WHEN "F"
               STRING "W/o: " WS-KNK-M-WINNER(WS-KNK-IDX)
                 DELIMITED BY SIZE INTO WS-KNK-R-RESULT
             WHEN OTHER
               STRING "Won: " WS-KNK-M-WINNER(WS-KNK-IDX)
                 DELIMITED BY SIZE INTO WS-KNK-R-RESULT
           END-EVALUATE.
           MOVE WS-KNK-ROW TO WS-KNK-LINE(WS-KNK-IDX).

      ******************************************************************
      ****************----TIC-TAC-TOE GAME SECTION----******************
      ******************************************************************

           GAME-LOOP-PARAGRAPH.
               PERFORM 0405-SELECT-WAGER
               MOVE WS-TTT-DIFFICULTY TO WS-GSL-DIFFICULTY
               MOVE SPACES TO WS-GSL-TARGET
               PERFORM 0401-OPEN-GAME-SESSION
               MOVE SPACES TO WS-GSL-PREV-GRID
               INITIALIZE WS-GAME-GRID
               INITIALIZE WS-STATE
               INITIALIZE WS-MOVES
                     WS-TOURN-WIN-POINTS
                   IF WAGERING-ENABLED
                       PERFORM 0407-SETTLE-WAGER
                       MOVE 0 TO WS-JKP-MARKS
                       INSPECT WS-GAME-GRID TALLYING WS-JKP-MARKS
                           FOR ALL "X"
                       IF HARD-DIFFICULTY AND WS-JKP-MARKS <= 4
                           PERFORM 0409-PAY-JACKPOT
                       END-IF
                   END-IF
               WHEN "STALE"
                   MOVE WS-COLOR-BLUE  TO WS-BG-COLOR 
                   MOVE WS-COLOR-BLUE   TO WS-BG
               END-EVALUATE
               CALL "update-ttt-record" USING WS-USERNAME, WS-STATE
               EVALUATE WS-STATE
                   WHEN "WIN" MOVE "W" TO WS-GSL-OUTCOME
                   WHEN "LOSE" MOVE "L" TO WS-GSL-OUTCOME
                   WHEN "STALE" MOVE "D" TO WS-GSL-OUTCOME
                   WHEN OTHER MOVE "A" TO WS-GSL-OUTCOME
               END-EVALUATE
               PERFORM 0403-CLOSE-GAME-SESSION
      *>       THE SKILL LADDER MOVES ON EVERY RECORDED RESULT:
      *>       SOLO GAMES COUNT AGAINST THE HOUSE AT LOW WEIGHT.
               EVALUATE WS-STATE
                       MOVE "FAIL" TO WS-MOVE-OUTCOME
                   END-IF
               END-IF
               IF WS-MOVE-OUTCOME NOT = "FAIL"
                   PERFORM 0404-LOG-TTT-MOVE
               END-IF
               MOVE WS-GAME-GRID TO WS-FLAT-GAME-GRID
               IF HUMAN-PLAYER
                   INSPECT WS-FLAT-GAME-GRID REPLACING ALL "X" BY "1"
           ACCEPT SEED FROM TIME
           COMPUTE ANSWER =
               FUNCTION REM(FUNCTION RANDOM(SEED) * 1000, 10) + 1
           MOVE WS-NUMGAME-MODE TO WS-GSL-DIFFICULTY
           MOVE ANSWER TO WS-GSL-TARGET
           PERFORM 0401-OPEN-GAME-SESSION
           IF NUMGAME-LIMITED
               MOVE "Guess a number between 1 and 10! 5 guesses only!"
                   TO WS-RANDOM-NUM-MSG
           ACCEPT GUESS-INPUT-FIELD
           MOVE GUESS-INPUT TO GUESS.
           ADD 1 TO TOTAL-GUESSES.
           MOVE GUESS-INPUT TO WS-GSL-MOVE.
           IF GUESS = ANSWER
               MOVE "RIGHT" TO WS-GSL-RESULT
               PERFORM 0402-LOG-GAME-MOVE
               MOVE "You Win! Go Again?(Y/N)"
               TO WS-RANDOM-NUM-MSG
               CALL "update-number-score" USING WS-USERNAME,
                   WS-TOURN-WIN-POINTS
               IF WAGERING-ENABLED
                   PERFORM 0407-SETTLE-WAGER
                   IF NUMGAME-LIMITED AND TOTAL-GUESSES = 1
                       PERFORM 0409-PAY-JACKPOT
                   END-IF
               END-IF
               MOVE "W" TO WS-GSL-OUTCOME
               PERFORM 0403-CLOSE-GAME-SESSION
               GO TO WIN-LOOP
           ELSE IF NUMGAME-LIMITED AND TOTAL-GUESSES NOT LESS THAN
               WS-NUMGAME-MAX-GUESSES
               MOVE "Out of guesses! You lose. Go Again?(Y/N)"
               TO WS-RANDOM-NUM-MSG
               MOVE "WRONG - OUT OF GOES" TO WS-GSL-RESULT
               PERFORM 0402-LOG-GAME-MOVE
               MOVE "L" TO WS-GSL-OUTCOME
               PERFORM 0403-CLOSE-GAME-SESSION
               GO TO LOSE-LOOP
           ELSE IF GUESS > ANSWER
               MOVE "Your guess is too high! Guess again."
               TO WS-RANDOM-NUM-MSG
               MOVE "TOO HIGH" TO WS-GSL-RESULT
               PERFORM 0402-LOG-GAME-MOVE
               GO TO GAME-LOOP
           ELSE
               MOVE "Your guess is too low! Guess again."
               TO WS-RANDOM-NUM-MSG
               MOVE "TOO LOW" TO WS-GSL-RESULT
               PERFORM 0402-LOG-GAME-MOVE
               GO TO GAME-LOOP
           END-IF.

