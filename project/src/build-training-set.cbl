       IDENTIFICATION DIVISION.
       PROGRAM-ID. build-training-set.
      ******************************************************************
      *----STANDALONE JOB THAT BUILDS AN ANONYMISED TRAINING AND TEST--*
      *----COPY OF THE LIVE FILE SET FROM THE LATEST BACKUP------------*
      *----GENERATION (SEE BACKUP-CONTROL.DAT). EVERY FILE IT CARRIES--*
      *----IS WRITTEN AS TRAINING-<FILE>, IN THE SAME PLAIN TEXT FORM--*
      *----AS THE BACKUP. MEMBER NAMES ARE PSEUDONYMISED CONSISTENTLY--*
      *----IN EVERY FILE THAT CARRIES THEM (THE RENAME-USERNAME--------*
      *----CASCADE LIST), DISPLAY NAMES ARE NEUTRALISED, EVERY---------*
      *----PASSWORD BECOMES THE TRAINING ONE, CARD FIELDS BECOME A-----*
      *----TEST CARD UNDER A TRAINING CARD KEY, CONTACT DETAILS AND----*
      *----PROFILES ARE SCRUBBED AND PRIVATE MESSAGE TEXT IS BLANKED.--*
      *----CREDITS, LEDGER AMOUNTS AND THE LINKS BETWEEN FILES ARE-----*
      *----UNTOUCHED, SO THE REPORTS STILL BALANCE. A FILE WHOSE-------*
      *----LAYOUT THE JOB DOES NOT KNOW IS NOT CARRIED OVER AT ALL.----*
      *----EACH FILE WRITTEN IS LOGGED TO TRAINING-LOG.DAT WITH ITS----*
      *----ROW COUNT---------------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CONTROL-FILE ASSIGN TO "backup-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TRAINING-LOG-FILE ASSIGN TO
             "training-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-BACKUP-FILE ASSIGN TO WS-BACKUP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKUP-STATUS.

           SELECT F-TARGET-FILE ASSIGN TO WS-TARGET-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-KEY-FILE ASSIGN TO "training-card-key.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-CONTROL-FILE.
           01 BC-ENTRY.
              05 BC-NEXT-GEN PIC 9(3).
              05 BC-KEEP-GENS PIC 9(2).

           FD F-TRAINING-LOG-FILE.
           01 TG-ENTRY.
              05 TG-DATE PIC X(10).
              05 TG-GENERATION PIC 9(2).
              05 TG-FILE-NAME PIC X(30).
              05 TG-ACTION PIC X(1).
              05 TG-RECORD-COUNT PIC 9(7).

           FD F-BACKUP-FILE.
           01 BK-RECORD PIC X(1000).

           FD F-TARGET-FILE.
           01 TGT-RECORD PIC X(1000).

           FD F-KEY-FILE.
           01 KY-ENTRY.
              05 KY-KEY PIC 9(7).

           WORKING-STORAGE SECTION.
           01 WS-FORMATTED-DT.
             05 WS-FORMATTED-DTE-TME.
               15 WS-FORMATTED-YEAR    PIC  X(4).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-MONTH   PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-DY      PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-HOUR    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-MINS    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-SEC     PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-MS      PIC  X(2).

           01 WS-DATETIME PIC X(21).
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-SOURCE-NAME PIC X(30).
           01 WS-BACKUP-NAME PIC X(40).
           01 WS-TARGET-NAME PIC X(40).
           01 WS-BACKUP-STATUS PIC XX.
           01 WS-GENERATION PIC 9(2).
           01 WS-GEN-ALPHA PIC 9(2).
           01 WS-NEXT-GEN PIC 9(3) VALUE 0.
           01 WS-KEEP-GENS PIC 9(2) VALUE 3.
           01 WS-RECORD-COUNT PIC 9(7).
           01 WS-ACTION PIC X(1).

      *>    ONE MEMBER ROW AS THE BACKUP UNLOADS IT (NO LINE-FEED
      *>    FILLER).
           01 WS-USER-ROW.
              05 WS-USR-USERNAME PIC X(16).
              05 WS-USR-PASSWORD PIC X(20).
              05 WS-USR-CREDITS PIC 9(6).
              05 WS-USR-LEVEL PIC X(3).
              05 WS-USR-CARD PIC X(23).
              05 WS-USR-VIP-EXPIRY PIC 9(8).
              05 WS-USR-DISPLAY-NAME PIC X(16).

      *>    EVERY REAL NAME MET SO FAR AND THE NAME IT GOES OUT UNDER.
      *>    MEMBERS ON FILE ARE TRAIN<N> IN KEY ORDER; A NAME FOUND IN
      *>    SOME OTHER FILE WITH NO MEMBER BEHIND IT (A CLOSED
      *>    ACCOUNT, SAY) IS GONE<N>. BOTH ARE TEN CHARACTERS SO THE
      *>    SHORT SCORE-FILE NAMES STAY DISTINCT TOO.
           01 WS-MAP-COUNT PIC 9(4) VALUE 0.
           01 WS-MAP-TABLE.
              05 WS-MAP-ENTRY OCCURS 9999 TIMES.
                 10 WS-MAP-REAL PIC X(16).
                 10 WS-MAP-ALIAS PIC X(16).
           01 WS-MAP-IDX PIC 9(4).
           01 WS-MAP-FOUND PIC 9(4).
           01 WS-MEMBER-ALIAS.
              05 FILLER PIC X(5) VALUE "TRAIN".
              05 WS-MEMBER-ALIAS-NO PIC 9(5).
           01 WS-GONE-ALIAS.
              05 FILLER PIC X(4) VALUE "GONE".
              05 WS-GONE-ALIAS-NO PIC 9(6).
           01 WS-TRAINEE-NAME.
              05 FILLER PIC X(8) VALUE "Trainee ".
              05 WS-TRAINEE-NO PIC 9(5).
           01 WS-REAL-NAME PIC X(16).
           01 WS-ALIAS PIC X(16).
           01 WS-NAME-POS PIC 9(3).
           01 WS-NAME-WIDTH PIC 9(2).
           01 WS-POS-IDX PIC 9.

      *>    EVERY TRAINING MEMBER SIGNS IN WITH THIS PASSWORD.
           01 WS-TRAINING-PASSWORD PIC X(20) VALUE "training".
           01 WS-TRAINING-HASH PIC X(20).

      *>    THE TEST CARD EVERY CARD FIELD IS REPLACED WITH (NUMBER,
      *>    EXPIRY MMYY, CVV), ENCIPHERED THE WAY ENCRYPT-CARD-FIELD
      *>    DOES IT BUT UNDER THE TRAINING SET'S OWN KEY -- THE LIVE
      *>    CARD KEY NEVER LEAVES THE LIVE SET. AN ALL-ZERO FIELD
      *>    MEANS "NO CARD ON FILE" AND STAYS THAT WAY.
           01 WS-TEST-CARD PIC X(23) VALUE "41111111111111111230000".
           01 WS-NO-CARD PIC X(23) VALUE ALL "0".
           01 WS-TRAINING-KEY PIC 9(7) VALUE 5820463.
           01 WS-KEY-DIGITS REDEFINES WS-TRAINING-KEY.
              05 WS-KEY-DIGIT OCCURS 7 TIMES PIC 9.
           01 WS-CIPHER-POS PIC 99.
           01 WS-KEY-POS PIC 9.
           01 WS-DIGIT PIC 99.
           01 WS-SHIFT PIC 99.

      *>    WHAT A SCRUBBED POSTAL ADDRESS AND EMAIL READ AS.
           01 WS-TRAINING-ADDR-1 PIC X(30) VALUE "1 TRAINING STREET".
           01 WS-TRAINING-ADDR-2 PIC X(30) VALUE "TESTTOWN".
           01 WS-TRAINING-POSTCODE PIC X(8) VALUE "TE1 1ST".
           01 WS-TRAINING-EMAIL PIC X(40).

      *>    THE FILES CARRIED INTO THE TRAINING SET. N: THE MEMBER
      *>    NAME AT EACH OF UP TO THREE POSITIONS (WIDTH GIVEN LAST)
      *>    IS PSEUDONYMISED -- THE SAME FILES AND FIELDS
      *>    RENAME-USERNAME.CBL CASCADES THROUGH, PLUS PROFILES.
      *>    C: THE FILE HOLDS NO MEMBER DATA AND IS COPIED AS IT
      *>    STANDS. A FILE NOT NAMED HERE (AUDIT TRAILS, SPOOLED
      *>    REPORTS, THE CARD KEY AND THE LIKE) IS NOT CARRIED OVER
      *>    AT ALL.
           01 WS-LAYOUT-VALUES.
              05 FILLER PIC X(42) VALUE
                 "messages.dat                  N35800000016".
              05 FILLER PIC X(42) VALUE
                 "comments.dat                  N00800000016".
              05 FILLER PIC X(42) VALUE
                 "cards.dat                     N00700000016".
              05 FILLER PIC X(42) VALUE
                 "comment-counts.dat            C00000000000".
              05 FILLER PIC X(42) VALUE
                 "customise-file.dat            N00100000016".
              05 FILLER PIC X(42) VALUE
                 "daily-digest-log.dat          C00000000000".
              05 FILLER PIC X(42) VALUE
                 "followers.dat                 N00101700016".
              05 FILLER PIC X(42) VALUE
                 "guessing-words.dat            C00000000000".
              05 FILLER PIC X(42) VALUE
                 "high-scores.dat               N00300000010".
              05 FILLER PIC X(42) VALUE
                 "login-attempts.dat            N00100000016".
              05 FILLER PIC X(42) VALUE
                 "message-id-counter.dat        C00000000000".
              05 FILLER PIC X(42) VALUE
                 "moderation-queue.dat          N01300000016".
              05 FILLER PIC X(42) VALUE
                 "notifications.dat             N00100000016".
              05 FILLER PIC X(42) VALUE
                 "number-game-scores.dat        N00300000010".
              05 FILLER PIC X(42) VALUE
                 "pending-posts.dat             N35900000016".
              05 FILLER PIC X(42) VALUE
                 "presence.dat                  N00100000016".
              05 FILLER PIC X(42) VALUE
                 "private-messages.dat          N35437000016".
              05 FILLER PIC X(42) VALUE
                 "sponsored-analytics.dat       C00000000000".
              05 FILLER PIC X(42) VALUE
                 "tic-tac-toe-records.dat       N00100000016".
              05 FILLER PIC X(42) VALUE
                 "transaction-log.dat           N01500000016".
              05 FILLER PIC X(42) VALUE
                 "transaction-log-archive.dat   N01500000016".
              05 FILLER PIC X(42) VALUE
                 "vouchers.dat                  N03300000016".
              05 FILLER PIC X(42) VALUE
                 "batch-run-control.dat         C00000000000".
              05 FILLER PIC X(42) VALUE
                 "sanctions.dat                 N00108300016".
              05 FILLER PIC X(42) VALUE
                 "tournaments.dat               C00000000000".
              05 FILLER PIC X(42) VALUE
                 "tournament-entries.dat        N00500000016".
              05 FILLER PIC X(42) VALUE
                 "sponsored-daily-counts.dat    C00000000000".
              05 FILLER PIC X(42) VALUE
                 "polls.dat                     C00000000000".
              05 FILLER PIC X(42) VALUE
                 "poll-votes.dat                N00800000016".
              05 FILLER PIC X(42) VALUE
                 "pinned-messages.dat           C00000000000".
              05 FILLER PIC X(42) VALUE
                 "drafts.dat                    N00100000016".
              05 FILLER PIC X(42) VALUE
                 "achievements.dat              N00100000016".
              05 FILLER PIC X(42) VALUE
                 "blocked-users.dat             N00101700016".
              05 FILLER PIC X(42) VALUE
                 "banned-words.dat              C00000000000".
              05 FILLER PIC X(42) VALUE
                 "system-parameters.dat         C00000000000".
              05 FILLER PIC X(42) VALUE
                 "price-catalogue.dat           C00000000000".
              05 FILLER PIC X(42) VALUE
                 "message-continuation.dat      C00000000000".
              05 FILLER PIC X(42) VALUE
                 "comment-continuation.dat      C00000000000".
              05 FILLER PIC X(42) VALUE
                 "read-markers.dat              N00100000016".
              05 FILLER PIC X(42) VALUE
                 "subscriptions.dat             N00100000016".
              05 FILLER PIC X(42) VALUE
                 "message-votes.dat             N00800000016".
              05 FILLER PIC X(42) VALUE
                 "comment-votes.dat             N00500000016".
              05 FILLER PIC X(42) VALUE
                 "broadcasts.dat                C00000000000".
              05 FILLER PIC X(42) VALUE
                 "broadcast-acks.dat            N00500000016".
              05 FILLER PIC X(42) VALUE
                 "referrals.dat                 N00101700016".
              05 FILLER PIC X(42) VALUE
                 "adv-pending.dat               N00500000016".
              05 FILLER PIC X(42) VALUE
                 "market-listings.dat           N00507800016".
              05 FILLER PIC X(42) VALUE
                 "events.dat                    C00000000000".
              05 FILLER PIC X(42) VALUE
                 "event-rsvps.dat               N00800000016".
              05 FILLER PIC X(42) VALUE
                 "trivia-questions.dat          C00000000000".
              05 FILLER PIC X(42) VALUE
                 "board-access.dat              C00000000000".
              05 FILLER PIC X(42) VALUE
                 "board-members.dat             N01100000016".
              05 FILLER PIC X(42) VALUE
                 "held-posts.dat                N35500000016".
              05 FILLER PIC X(42) VALUE
                 "settlement-exceptions.dat     C00000000000".
              05 FILLER PIC X(42) VALUE
                 "chart-of-accounts.dat         C00000000000".
              05 FILLER PIC X(42) VALUE
                 "general-ledger.dat            C00000000000".
              05 FILLER PIC X(42) VALUE
                 "period-close-journal.dat      C00000000000".
              05 FILLER PIC X(42) VALUE
                 "attachments.dat               C00000000000".
              05 FILLER PIC X(42) VALUE
                 "crossposts.dat                C00000000000".
              05 FILLER PIC X(42) VALUE
                 "profiles.dat                  N00100000016".
              05 FILLER PIC X(42) VALUE
                 "contact-details.dat           N00100000016".
              05 FILLER PIC X(42) VALUE
                 "mail-queue.dat                N01500000016".
              05 FILLER PIC X(42) VALUE
                 "pm-receipts.dat               C00000000000".
              05 FILLER PIC X(42) VALUE
                 "planned-maintenance.dat       C00000000000".
              05 FILLER PIC X(42) VALUE
                 "removed-messages.dat          C00000000000".
              05 FILLER PIC X(42) VALUE
                 "business-calendar.dat         C00000000000".
              05 FILLER PIC X(42) VALUE
                 "capacity-history.dat          C00000000000".
              05 FILLER PIC X(42) VALUE
                 "report-schedule.dat           C00000000000".
              05 FILLER PIC X(42) VALUE
                 "text-catalogue.dat            C00000000000".
              05 FILLER PIC X(42) VALUE
                 "settlement-history.dat        C00000000000".
              05 FILLER PIC X(42) VALUE
                 "account-groups.dat            C00000000000".
              05 FILLER PIC X(42) VALUE
                 "year-end-journal.dat          C00000000000".
              05 FILLER PIC X(42) VALUE
                 "winback-campaigns.dat         C00000000000".
              05 FILLER PIC X(42) VALUE
                 "winback-targets.dat           N00900000016".
              05 FILLER PIC X(42) VALUE
                 "board-master.dat              N10400000016".
              05 FILLER PIC X(42) VALUE
                 "help-article-pages.dat        C00000000000".
              05 FILLER PIC X(42) VALUE
                 "group-conversations.dat       N03500000016".
              05 FILLER PIC X(42) VALUE
                 "group-members.dat             N00503000016".
              05 FILLER PIC X(42) VALUE
                 "group-messages.dat            N01000000016".
              05 FILLER PIC X(42) VALUE
                 "group-receipts.dat            N01000000016".
              05 FILLER PIC X(42) VALUE
                 "chat-rooms.dat                N04200000016".
              05 FILLER PIC X(42) VALUE
                 "chat-sanctions.dat            N01105200016".
              05 FILLER PIC X(42) VALUE
                 "event-series.dat              N05500000016".
              05 FILLER PIC X(42) VALUE
                 "series-occurrences.dat        C00000000000".
              05 FILLER PIC X(42) VALUE
                 "series-rsvps.dat              N00500000016".
              05 FILLER PIC X(42) VALUE
                 "event-checkins.dat            N00803600016".
              05 FILLER PIC X(42) VALUE
                 "member-no-shows.dat           N00100000016".
              05 FILLER PIC X(42) VALUE
                 "listing-relists.dat           C00000000000".
              05 FILLER PIC X(42) VALUE
                 "saved-searches.dat            N00105800016".
              05 FILLER PIC X(42) VALUE
                 "saved-search-hits.dat         N00107500016".
              05 FILLER PIC X(42) VALUE
                 "weekly-letters.dat            N00100000016".
              05 FILLER PIC X(42) VALUE
                 "notification-prefs.dat        N00100000016".
              05 FILLER PIC X(42) VALUE
                 "game-sessions.dat             N00700000016".
              05 FILLER PIC X(42) VALUE
                 "quiz-nights.dat               C00000000000".
              05 FILLER PIC X(42) VALUE
                 "quiz-night-questions.dat      C00000000000".
              05 FILLER PIC X(42) VALUE
                 "quiz-night-entries.dat        N00500000016".
              05 FILLER PIC X(42) VALUE
                 "quiz-night-answers.dat        N00700000016".
              05 FILLER PIC X(42) VALUE
                 "knockouts.dat                 C00000000000".
              05 FILLER PIC X(42) VALUE
                 "knockout-entries.dat          N00500000016".
              05 FILLER PIC X(42) VALUE
                 "knockout-matches.dat          N00802605616".
              05 FILLER PIC X(42) VALUE
                 "jackpot.dat                   N00700000016".
              05 FILLER PIC X(42) VALUE
                 "staff-roles.dat               N00102000016".
              05 FILLER PIC X(42) VALUE
                 "function-roles.dat            C00000000000".
              05 FILLER PIC X(42) VALUE
                 "access-refusals.dat           N01500000016".
              05 FILLER PIC X(42) VALUE
                 "session-tokens.dat            N00100000016".
              05 FILLER PIC X(42) VALUE
                 "session-takeovers.dat         N01500000016".
              05 FILLER PIC X(42) VALUE
                 "legal-holds.dat               N00108600016".
              05 FILLER PIC X(42) VALUE
                 "legal-hold-log.dat            N01500000016".
              05 FILLER PIC X(42) VALUE
                 "retention-schedule.dat        C00000000000".
              05 FILLER PIC X(42) VALUE
                 "retention-log.dat             C00000000000".
              05 FILLER PIC X(42) VALUE
                 "terminal-signins.dat          N03100000016".
              05 FILLER PIC X(42) VALUE
                 "security-alerts.dat           N02100000016".
              05 FILLER PIC X(42) VALUE
                 "undeliverable-addresses.dat   N00100000016".
              05 FILLER PIC X(42) VALUE
                 "returned-mail.dat             N00700000016".
           01 WS-LAYOUT-TABLE REDEFINES WS-LAYOUT-VALUES.
              05 WS-LAYOUT-ENTRY OCCURS 114 TIMES.
                 10 WS-LAYOUT-FILE PIC X(30).
                 10 WS-LAYOUT-ACTION PIC X(1).
                 10 WS-LAYOUT-POS PIC 9(3) OCCURS 3 TIMES.
                 10 WS-LAYOUT-WIDTH PIC 9(2).
           01 WS-LAYOUT-COUNT PIC 9(3) VALUE 114.
           01 WS-LAYOUT-IDX PIC 9(3).

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-NEXT-GEN.
           MOVE 0 TO WS-MAP-COUNT.
           MOVE 0 TO WS-MEMBER-ALIAS-NO.
           MOVE 0 TO WS-GONE-ALIAS-NO.

           PERFORM 0200-TIME-AND-DATE.
           PERFORM READ-BACKUP-CONTROL.
           IF WS-NEXT-GEN = 0 THEN
               DISPLAY "NO BACKUP GENERATION ON FILE - NO TRAINING SET"
               GOBACK
           END-IF.

      *>    THE CONTROL ROW ALREADY POINTS PAST THE GENERATION THE
      *>    LAST BACKUP WROTE.
           COMPUTE WS-GENERATION =
             FUNCTION MOD(WS-NEXT-GEN - 1, WS-KEEP-GENS) + 1.

           CALL "hash-password" USING WS-TRAINING-PASSWORD
             WS-TRAINING-HASH.
           PERFORM ENCIPHER-TEST-CARD.
           PERFORM WRITE-TRAINING-KEY.

      *>    THE MEMBER FILE GOES FIRST SO EVERY MEMBER HAS THEIR
      *>    TRAINING NAME BEFORE ANY OTHER FILE IS READ.
           PERFORM TRAIN-USERS-FILE.

           MOVE 0 TO WS-LAYOUT-IDX.
           PERFORM UNTIL WS-LAYOUT-IDX = WS-LAYOUT-COUNT
               ADD 1 TO WS-LAYOUT-IDX
               MOVE WS-LAYOUT-FILE(WS-LAYOUT-IDX) TO WS-SOURCE-NAME
               MOVE WS-LAYOUT-ACTION(WS-LAYOUT-IDX) TO WS-ACTION
               PERFORM TRAIN-ONE-FILE
           END-PERFORM.

           DISPLAY "TRAINING SET BUILT FROM BACKUP GENERATION "
             WS-GENERATION.

           GOBACK.

       READ-BACKUP-CONTROL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONTROL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONTROL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE BC-NEXT-GEN TO WS-NEXT-GEN
                       MOVE BC-KEEP-GENS TO WS-KEEP-GENS
               END-READ
           END-PERFORM.
           CLOSE F-CONTROL-FILE.
           IF WS-KEEP-GENS = 0 THEN
               MOVE 3 TO WS-KEEP-GENS
           END-IF.

       BUILD-FILE-NAMES.
           MOVE SPACES TO WS-BACKUP-NAME.
           MOVE WS-GENERATION TO WS-GEN-ALPHA.
           STRING "backup-g" DELIMITED BY SIZE
               WS-GEN-ALPHA DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SOURCE-NAME) DELIMITED BY SIZE
               INTO WS-BACKUP-NAME.
           MOVE SPACES TO WS-TARGET-NAME.
           STRING "training-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SOURCE-NAME) DELIMITED BY SIZE
               INTO WS-TARGET-NAME.

       TRAIN-USERS-FILE.
           MOVE "users.dat" TO WS-SOURCE-NAME.
           MOVE "N" TO WS-ACTION.
           PERFORM BUILD-FILE-NAMES.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = "00" THEN
               DISPLAY "NO BACKUP ON FILE: " WS-BACKUP-NAME
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-TARGET-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BACKUP-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       MOVE BK-RECORD(1:92) TO WS-USER-ROW
                       PERFORM TRAIN-ONE-MEMBER
                       MOVE SPACES TO TGT-RECORD
                       MOVE WS-USER-ROW TO TGT-RECORD
                       WRITE TGT-RECORD
               END-READ
           END-PERFORM.
           CLOSE F-TARGET-FILE.
           CLOSE F-BACKUP-FILE.
           PERFORM LOG-TRAINING.

      *>    NEW NAME, THE TRAINING PASSWORD, THE TEST CARD IF THERE
      *>    WAS A CARD AT ALL, AND A NEUTRAL DISPLAY NAME IF ONE WAS
      *>    SET. CREDITS, LEVEL AND VIP EXPIRY ARE KEPT AS THEY ARE
      *>    SO BALANCES STILL TIE BACK TO THE LEDGER.
       TRAIN-ONE-MEMBER.
           IF WS-MAP-COUNT < 9999 THEN
               ADD 1 TO WS-MAP-COUNT
               ADD 1 TO WS-MEMBER-ALIAS-NO
               MOVE WS-USR-USERNAME TO WS-MAP-REAL(WS-MAP-COUNT)
               MOVE WS-MEMBER-ALIAS TO WS-MAP-ALIAS(WS-MAP-COUNT)
               MOVE WS-MEMBER-ALIAS TO WS-USR-USERNAME
           ELSE
               MOVE WS-USR-USERNAME TO WS-REAL-NAME
               MOVE 16 TO WS-NAME-WIDTH
               PERFORM FIND-ALIAS
               MOVE WS-ALIAS TO WS-USR-USERNAME
           END-IF.
           MOVE WS-TRAINING-HASH TO WS-USR-PASSWORD.
           IF WS-USR-CARD NOT = WS-NO-CARD THEN
               MOVE WS-TEST-CARD TO WS-USR-CARD
           END-IF.
           IF WS-USR-DISPLAY-NAME NOT = SPACES THEN
               MOVE WS-MEMBER-ALIAS-NO TO WS-TRAINEE-NO
               MOVE WS-TRAINEE-NAME TO WS-USR-DISPLAY-NAME
           END-IF.

       TRAIN-ONE-FILE.
           PERFORM BUILD-FILE-NAMES.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BACKUP-FILE.
      *>    A FILE THE BACKUP NEVER HAD TO COPY IS SIMPLY SKIPPED.
           IF WS-BACKUP-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-TARGET-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BACKUP-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       IF WS-ACTION = "N" THEN
                           PERFORM RENAME-ROW-MEMBERS
                           PERFORM SCRUB-ROW
                       END-IF
                       MOVE BK-RECORD TO TGT-RECORD
                       WRITE TGT-RECORD
               END-READ
           END-PERFORM.
           CLOSE F-TARGET-FILE.
           CLOSE F-BACKUP-FILE.
           PERFORM LOG-TRAINING.

       RENAME-ROW-MEMBERS.
           MOVE WS-LAYOUT-WIDTH(WS-LAYOUT-IDX) TO WS-NAME-WIDTH.
           MOVE 0 TO WS-POS-IDX.
           PERFORM UNTIL WS-POS-IDX = 3
               ADD 1 TO WS-POS-IDX
               MOVE WS-LAYOUT-POS(WS-LAYOUT-IDX, WS-POS-IDX)
                 TO WS-NAME-POS
               IF WS-NAME-POS > 0 THEN
                   MOVE SPACES TO WS-REAL-NAME
                   MOVE BK-RECORD(WS-NAME-POS:WS-NAME-WIDTH)
                     TO WS-REAL-NAME(1:WS-NAME-WIDTH)
                   PERFORM FIND-ALIAS
                   MOVE WS-ALIAS(1:WS-NAME-WIDTH)
                     TO BK-RECORD(WS-NAME-POS:WS-NAME-WIDTH)
               END-IF
           END-PERFORM.

      *>    LOOKS WS-REAL-NAME UP (ON ITS FIRST WS-NAME-WIDTH
      *>    CHARACTERS) AND RETURNS ITS TRAINING NAME IN WS-ALIAS. A
      *>    BLANK NAME STAYS BLANK; A NAME NOT YET SEEN IS GIVEN THE
      *>    NEXT GONE<N> AND REMEMBERED SO IT MAPS THE SAME WAY IN
      *>    EVERY FILE AFTER THIS ONE.
       FIND-ALIAS.
           MOVE SPACES TO WS-ALIAS.
           IF WS-REAL-NAME = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-MAP-FOUND.
           MOVE 0 TO WS-MAP-IDX.
           PERFORM UNTIL WS-MAP-IDX = WS-MAP-COUNT OR WS-MAP-FOUND > 0
               ADD 1 TO WS-MAP-IDX
               IF WS-MAP-REAL(WS-MAP-IDX)(1:WS-NAME-WIDTH) =
                  WS-REAL-NAME(1:WS-NAME-WIDTH) THEN
                   MOVE WS-MAP-IDX TO WS-MAP-FOUND
               END-IF
           END-PERFORM.
           IF WS-MAP-FOUND > 0 THEN
               MOVE WS-MAP-ALIAS(WS-MAP-FOUND) TO WS-ALIAS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GONE-ALIAS-NO.
           MOVE WS-GONE-ALIAS TO WS-ALIAS.
           IF WS-MAP-COUNT < 9999 THEN
               ADD 1 TO WS-MAP-COUNT
               MOVE WS-REAL-NAME TO WS-MAP-REAL(WS-MAP-COUNT)
               MOVE WS-ALIAS TO WS-MAP-ALIAS(WS-MAP-COUNT)
           END-IF.

      *>    THE FILES WITH MORE THAN A NAME TO HIDE.
       SCRUB-ROW.
           EVALUATE WS-SOURCE-NAME
               WHEN "cards.dat"
                   IF BK-RECORD(23:23) NOT = WS-NO-CARD THEN
                       MOVE WS-TEST-CARD TO BK-RECORD(23:23)
                   END-IF
               WHEN "private-messages.dat"
                   MOVE SPACES TO BK-RECORD(4:350)
               WHEN "profiles.dat"
                   MOVE SPACES TO BK-RECORD(17:116)
               WHEN "contact-details.dat"
                   IF BK-RECORD(17:40) NOT = SPACES THEN
                       MOVE SPACES TO WS-TRAINING-EMAIL
                       STRING FUNCTION TRIM(BK-RECORD(1:16))
                           DELIMITED BY SIZE
                           "@training.invalid" DELIMITED BY SIZE
                           INTO WS-TRAINING-EMAIL
                       MOVE WS-TRAINING-EMAIL TO BK-RECORD(17:40)
                   END-IF
                   IF BK-RECORD(57:68) NOT = SPACES THEN
                       MOVE WS-TRAINING-ADDR-1 TO BK-RECORD(57:30)
                       MOVE WS-TRAINING-ADDR-2 TO BK-RECORD(87:30)
                       MOVE WS-TRAINING-POSTCODE TO BK-RECORD(117:8)
                   END-IF
               WHEN "security-alerts.dat"
                   IF BK-RECORD(57:68) NOT = SPACES THEN
                       MOVE WS-TRAINING-ADDR-1 TO BK-RECORD(57:30)
                       MOVE WS-TRAINING-ADDR-2 TO BK-RECORD(87:30)
                       MOVE WS-TRAINING-POSTCODE TO BK-RECORD(117:8)
                   END-IF
               WHEN "undeliverable-addresses.dat"
                   MOVE WS-TRAINING-ADDR-1 TO BK-RECORD(17:30)
                   MOVE WS-TRAINING-ADDR-2 TO BK-RECORD(47:30)
                   MOVE WS-TRAINING-POSTCODE TO BK-RECORD(77:8)
               WHEN "returned-mail.dat"
                   MOVE WS-TRAINING-ADDR-1 TO BK-RECORD(31:30)
                   MOVE WS-TRAINING-ADDR-2 TO BK-RECORD(61:30)
                   MOVE WS-TRAINING-POSTCODE TO BK-RECORD(91:8)
           END-EVALUATE.

      *>    THE SAME POSITION-KEYED SUBSTITUTION ENCRYPT-CARD-FIELD
      *>    APPLIES, RUN ONCE OVER THE TEST CARD UNDER THE TRAINING
      *>    KEY.
       ENCIPHER-TEST-CARD.
           MOVE 0 TO WS-CIPHER-POS.
           PERFORM UNTIL WS-CIPHER-POS = 23
               ADD 1 TO WS-CIPHER-POS
               COMPUTE WS-KEY-POS =
                 FUNCTION MOD(WS-CIPHER-POS - 1, 7) + 1
               COMPUTE WS-SHIFT = FUNCTION MOD(
                 WS-KEY-DIGIT(WS-KEY-POS) + WS-CIPHER-POS, 10)
               MOVE FUNCTION NUMVAL(WS-TEST-CARD(WS-CIPHER-POS:1))
                 TO WS-DIGIT
               COMPUTE WS-DIGIT = FUNCTION MOD(WS-DIGIT + WS-SHIFT, 10)
               MOVE WS-DIGIT(2:1) TO WS-TEST-CARD(WS-CIPHER-POS:1)
           END-PERFORM.

       WRITE-TRAINING-KEY.
           OPEN OUTPUT F-KEY-FILE.
           MOVE WS-TRAINING-KEY TO KY-KEY.
           WRITE KY-ENTRY.
           CLOSE F-KEY-FILE.

       LOG-TRAINING.
           OPEN EXTEND F-TRAINING-LOG-FILE.
           MOVE WS-FORMATTED-DTE-TME(1:10) TO TG-DATE.
           MOVE WS-GENERATION TO TG-GENERATION.
           MOVE WS-SOURCE-NAME TO TG-FILE-NAME.
           MOVE WS-ACTION TO TG-ACTION.
           MOVE WS-RECORD-COUNT TO TG-RECORD-COUNT.
           WRITE TG-ENTRY.
           CLOSE F-TRAINING-LOG-FILE.

       0200-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           MOVE WS-DATETIME(1:4)  TO WS-FORMATTED-YEAR.
           MOVE WS-DATETIME(5:2)  TO WS-FORMATTED-MONTH.
           MOVE WS-DATETIME(7:2)  TO WS-FORMATTED-DY.
           MOVE WS-DATETIME(9:2)  TO WS-FORMATTED-HOUR.
           MOVE WS-DATETIME(11:2) TO WS-FORMATTED-MINS.
           MOVE WS-DATETIME(13:2) TO WS-FORMATTED-SEC.
           MOVE WS-DATETIME(15:2) TO WS-FORMATTED-MS.
