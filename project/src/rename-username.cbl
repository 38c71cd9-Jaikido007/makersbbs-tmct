       IDENTIFICATION DIVISION.
       PROGRAM-ID. rename-username.
      ******************************************************************
      *----SUB PROGRAM THAT RENAMES A LOGIN USERNAME AND CASCADES THE--*
      *----CHANGE THROUGH EVERY FILE THAT CARRIES IT AS A FOREIGN------*
      *----KEY: THE USERS.DAT ROW ITSELF (WRITTEN UNDER THE NEW KEY,---*
      *----OLD KEY DELETED), MESSAGE AND COMMENT AUTHORS, FOLLOWER-----*
      *----PAIRS, BOTH TRANSACTION LOGS, SAVED CARDS, THE CUSTOMISE----*
      *----FILE, PRIVATE MESSAGES, GROUP CONVERSATIONS (OWNERS,--------*
      *----PARTICIPANTS, SENDERS AND RECEIPTS), CHAT ROOM CREATORS-----*
      *----AND CHAT MUTES/KICKS (BOTH SIDES), PRESENCE,----------------*
      *----NOTIFICATIONS, LOGIN ATTEMPTS, THE GAME RECORD FILES (THE---*
      *----TWO SCORE FILES ONLY EVER HELD THE FIRST TEN CHARACTERS),---*
      *----WAGERED GAME SESSIONS, QUIZ NIGHT ENTRIES AND ANSWERS,------*
      *----KNOCKOUT ENTRIES AND BRACKET ROWS, BLOCK LISTS,-------------*
      *----SUBSCRIPTIONS, READ MARKERS, MARKET LISTINGS (SELLER AND----*
      *----BUYER SIDES, SO HELD ESCROW STILL FINDS ITS OWNER),---------*
      *----TOURNAMENT ENTRIES, PRIVATE-BOARD MEMBERSHIPS,--------------*
      *----MESSAGE/COMMENT/POLL VOTES, SANCTIONS, DRAFTS,--------------*
      *----ACHIEVEMENTS, BROADCAST ACKS, REFERRALS (BOTH SIDES) AND----*
      *----EVENT RSVPS, EVENT SERIES ORGANISERS AND WHOLE-SERIES-------*
      *----RSVPS, DOOR CHECK-INS (BOTH SIDES) AND NO-SHOW TALLIES,-----*
      *----SAVED SEARCHES AND THEIR HITS (OWNER AND AUTHOR SIDES),-----*
      *----WEEKLY LETTER CHOICES, NOTIFICATION PREFERENCES, PENDING----*
      *----AND HELD POSTS, PENDING AD CAMPAIGNS, WIN-BACK TARGETS,-----*
      *----PERSONAL VOUCHER CODES, BOARD MASTER OWNERS, CONTACT--------*
      *----DETAILS, LETTERS STILL QUEUED FOR THE MAILING HOUSE,--------*
      *----SECURITY ALERTS, RETURNED-POST ADDRESS MARKS AND OPEN-------*
      *----MODERATION-QUEUE ROWS (WORK STILL TO BE ACTIONED FOLLOWS----*
      *----THE MEMBER; RESOLVED ROWS ARE AUDIT TRAIL AND STAY AS-------*
      *----WRITTEN). THE OLD NAME IS KEPT IN RENAME-HISTORY.DAT SO-----*
      *----PAST AUDIT ENTRIES REMAIN TRACEABLE, AND A NEW NAME THAT----*
      *----IS TAKEN, OR WAS FREED BY A RENAME WITHIN-------------------*
      *----RENAME-FREEZE-DAYS, IS REFUSED. LOGIN AND CONTENT AUDIT-----*
      *----TRAILS ARE DELIBERATELY LEFT AS WRITTEN -- THE HISTORY------*
      *----FILE IS HOW THEY STAY TRACEABLE. THE MEMBER GETS A----------*
      *----SECURITY LETTER, UNDER THE NEW NAME, SAYING IT CHANGED------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS USERNAME.

           SELECT F-MESSAGES-FILE ASSIGN TO "messages.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-ID.

           SELECT OPTIONAL F-COMMENTS-FILE ASSIGN TO "comments.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-COM-COMMENT-ID
             ALTERNATE RECORD KEY IS RC-COM-ID WITH DUPLICATES.

           SELECT OPTIONAL F-FOLLOWERS-FILE ASSIGN TO "followers.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO
             "transaction-log-archive.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CARDS-FILE ASSIGN TO "cards.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-COLOUR-FILE ASSIGN TO "customise-file.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-PRIVATE-MESSAGES-FILE ASSIGN TO
             "private-messages.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-PRESENCE-FILE ASSIGN TO 'presence.dat'
             ORGANIZATION IS LINE SEQUENTIAL.
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-BLOCKED-FILE ASSIGN TO 'blocked-users.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SUBSCRIPTIONS-FILE ASSIGN TO
             'subscriptions.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MARKERS-FILE ASSIGN TO 'read-markers.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-LISTINGS-FILE ASSIGN TO
             'market-listings.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TOURN-ENTRIES-FILE ASSIGN TO
             'tournament-entries.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-BOARD-MEMBERS-FILE ASSIGN TO
             'board-members.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MESSAGE-VOTES-FILE ASSIGN TO
             'message-votes.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-COMMENT-VOTES-FILE ASSIGN TO
             'comment-votes.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-POLL-VOTES-FILE ASSIGN TO 'poll-votes.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SANCTIONS-FILE ASSIGN TO 'sanctions.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-DRAFTS-FILE ASSIGN TO 'drafts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ACHIEVEMENTS-FILE ASSIGN TO
             'achievements.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ACKS-FILE ASSIGN TO 'broadcast-acks.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-REFERRALS-FILE ASSIGN TO 'referrals.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-RSVPS-FILE ASSIGN TO 'event-rsvps.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-PENDING-POSTS-FILE ASSIGN TO
             'pending-posts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-HELD-POSTS-FILE ASSIGN TO 'held-posts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ADV-PENDING-FILE ASSIGN TO
             'adv-pending.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MODERATION-QUEUE-FILE ASSIGN TO
             'moderation-queue.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-WINBACK-TARGET-FILE ASSIGN TO
             'winback-targets.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-VOUCHERS-FILE ASSIGN TO 'vouchers.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-BOARD-MASTER-FILE ASSIGN TO
             'board-master.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-GROUP-CONV-FILE ASSIGN TO
             'group-conversations.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-GROUP-MEMBERS-FILE ASSIGN TO
             'group-members.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-GROUP-MESSAGES-FILE ASSIGN TO
             'group-messages.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-GROUP-RECEIPTS-FILE ASSIGN TO
             'group-receipts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CHAT-ROOMS-FILE ASSIGN TO 'chat-rooms.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CHAT-SANCTIONS-FILE ASSIGN TO
             'chat-sanctions.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SERIES-FILE ASSIGN TO 'event-series.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SERIES-RSVPS-FILE ASSIGN TO
             'series-rsvps.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CHECKINS-FILE ASSIGN TO
             'event-checkins.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-NO-SHOWS-FILE ASSIGN TO
             'member-no-shows.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SEARCHES-FILE ASSIGN TO
             'saved-searches.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-HITS-FILE ASSIGN TO
             'saved-search-hits.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-LETTERS-FILE ASSIGN TO
             'weekly-letters.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-NOTIFY-PREFS-FILE ASSIGN TO
             'notification-prefs.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-GAME-SESSIONS-FILE ASSIGN TO
             'game-sessions.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-QUIZ-ENTRIES-FILE ASSIGN TO
             'quiz-night-entries.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-QUIZ-ANSWERS-FILE ASSIGN TO
             'quiz-night-answers.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-KO-ENTRIES-FILE ASSIGN TO
             'knockout-entries.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-KO-MATCHES-FILE ASSIGN TO
             'knockout-matches.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-JACKPOT-FILE ASSIGN TO
             'jackpot.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-STAFF-ROLES-FILE ASSIGN TO
             'staff-roles.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-REFUSALS-FILE ASSIGN TO
             'access-refusals.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TOKEN-FILE ASSIGN TO
             'session-tokens.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TAKEOVER-FILE ASSIGN TO
             'session-takeovers.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-LEGAL-HOLD-FILE ASSIGN TO
             'legal-holds.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-HOLD-LOG-FILE ASSIGN TO
             'legal-hold-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SIGNINS-FILE ASSIGN TO
             'terminal-signins.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CONTACT-FILE ASSIGN TO
             'contact-details.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MAIL-QUEUE-FILE ASSIGN TO
             'mail-queue.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ALERTS-FILE ASSIGN TO
             'security-alerts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-UNDELIVERABLE-FILE ASSIGN TO
             'undeliverable-addresses.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-HISTORY-FILE ASSIGN TO 'rename-history.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
              05 ML-PRICE PIC 9(6).
              05 ML-STATUS PIC X(1).
              05 ML-BUYER PIC X(16).
              05 ML-LISTED-DATE PIC 9(8).
              05 ML-EXPIRY-DATE PIC 9(8).
              05 ML-SOLD-DATE PIC 9(8).

           FD F-TOURN-ENTRIES-FILE.
           01 TE-ENTRY.
              05 AP-END-DATE PIC 9(8).
              05 AP-DAILY-BUDGET PIC 9(5).
              05 AP-STATUS PIC X(1).
              05 AP-TARGET-BOARD PIC X(10).
              05 AP-TARGET-LEVEL PIC X(3).
              05 AP-TARGET-LANG PIC X(2).

           FD F-MODERATION-QUEUE-FILE.
           01 MQ-ENTRY.
              05 MQ-DATE PIC X(10).
              05 MQ-STATUS PIC X(1).

           FD F-WINBACK-TARGET-FILE.
           01 WT-ENTRY.
              05 WT-CAMPAIGN-ID PIC X(8).
              05 WT-USERNAME PIC X(16).
              05 WT-STATUS PIC X(1).
              05 WT-DATE PIC 9(8).
              05 WT-CODE PIC X(12).
              05 WT-WAS-HELD PIC X(1).

           FD F-BOARD-MASTER-FILE.
           01 BD-ENTRY.
              05 BD-CODE PIC X(10).
              05 BD-TITLE PIC X(30).
              05 BD-DESCRIPTION PIC X(60).
              05 BD-DISPLAY-ORDER PIC 9(3).
              05 BD-OWNER PIC X(16).
              05 BD-CREATED PIC 9(8).
              05 BD-STATUS PIC X(1).

           FD F-GROUP-CONV-FILE.
           01 GC-ENTRY.
              05 GC-ID PIC 9(4).
              05 GC-NAME PIC X(30).
              05 GC-OWNER PIC X(16).
              05 GC-CREATED PIC 9(8).
              05 GC-STATUS PIC X(1).
              05 GC-LAST-SEQ PIC 9(5).

           FD F-GROUP-MEMBERS-FILE.
           01 GM-ENTRY.
              05 GM-CONV-ID PIC 9(4).
              05 GM-USERNAME PIC X(16).
              05 GM-JOINED PIC 9(8).
              05 GM-STATUS PIC X(1).
              05 GM-ADDED-BY PIC X(16).
              05 GM-LAST-READ PIC 9(5).

           FD F-GROUP-MESSAGES-FILE.
           01 GX-ENTRY.
              05 GX-CONV-ID PIC 9(4).
              05 GX-SEQ PIC 9(5).
              05 GX-SENDER PIC X(16).
              05 GX-DATE PIC 9(8).
              05 GX-TEXT PIC X(140).

           FD F-GROUP-RECEIPTS-FILE.
           01 GR-ENTRY.
              05 GR-CONV-ID PIC 9(4).
              05 GR-SEQ PIC 9(5).
              05 GR-USERNAME PIC X(16).
              05 GR-STATUS PIC X(1).
              05 GR-READ-DATE PIC 9(8).

           FD F-VOUCHERS-FILE.
           01 VO-ENTRY.
              05 VO-CODE PIC X(12).
              05 VO-VALUE PIC 9(6).
              05 VO-EXPIRY PIC 9(8).
              05 VO-USE-MODE PIC X(1).
              05 VO-REDEMPTION-COUNT PIC 9(5).
              05 VO-OWNER PIC X(16).

           FD F-CHAT-ROOMS-FILE.
           01 CR-ENTRY.
              05 CR-CODE PIC X(10).
              05 CR-TITLE PIC X(30).
              05 CR-STATUS PIC X(1).
              05 CR-CREATED-BY PIC X(16).
              05 CR-CREATED PIC 9(8).

           FD F-CHAT-SANCTIONS-FILE.
           01 CS-ENTRY.
              05 CS-ROOM PIC X(10).
              05 CS-USERNAME PIC X(16).
              05 CS-TYPE PIC X(1).
              05 CS-UNTIL PIC 9(12).
              05 CS-ISSUED PIC 9(12).
              05 CS-BY PIC X(16).

           FD F-SERIES-FILE.
           01 ES-ENTRY.
              05 ES-ID PIC 9(4).
              05 ES-TITLE PIC X(50).
              05 ES-ORGANISER PIC X(16).
              05 FILLER PIC X(77).

           FD F-SERIES-RSVPS-FILE.
           01 SR-ENTRY.
              05 SR-SERIES-ID PIC 9(4).
              05 SR-USERNAME PIC X(16).
              05 SR-STATUS PIC X(1).
              05 SR-DATE PIC 9(8).

           FD F-CHECKINS-FILE.
           01 EC-ENTRY.
              05 EC-MSG-ID PIC 9(7).
              05 EC-USERNAME PIC X(16).
              05 EC-STAMP PIC 9(12).
              05 EC-BY PIC X(16).

           FD F-NO-SHOWS-FILE.
           01 NS-ENTRY.
              05 NS-USERNAME PIC X(16).
              05 NS-COUNT PIC 9(4).
              05 NS-LAST-DATE PIC 9(8).

           FD F-SEARCHES-FILE.
           01 SS-ENTRY.
              05 SS-USERNAME PIC X(16).
              05 SS-SEARCH-NO PIC 9.
              05 SS-KEYWORD PIC X(30).
              05 SS-BOARD-CODE PIC X(10).
              05 SS-AUTHOR PIC X(16).
              05 SS-LAST-MSG-ID PIC 9(7).
              05 SS-NEW-HITS PIC 9(4).

           FD F-HITS-FILE.
           01 SH-ENTRY.
              05 SH-USERNAME PIC X(16).
              05 SH-SEARCH-NO PIC 9.
              05 SH-MSG-ID PIC 9(7).
              05 SH-TITLE PIC X(50).
              05 SH-AUTHOR PIC X(16).
              05 SH-BOARD-CODE PIC X(10).
              05 SH-DATE PIC 9(8).

           FD F-LETTERS-FILE.
           01 WL-ENTRY.
              05 WL-USERNAME PIC X(16).
              05 WL-OPT-IN PIC X(1).
              05 WL-LAST-RUN PIC 9(8).

           FD F-NOTIFY-PREFS-FILE.
           01 NP-ENTRY.
              05 NP-USERNAME PIC X(16).
              05 NP-CHANNELS PIC X(7).

           FD F-GAME-SESSIONS-FILE.
           01 GS-ENTRY.
              05 GS-ID PIC 9(6).
              05 GS-USERNAME PIC X(16).
              05 FILLER PIC X(547).

           FD F-QUIZ-ENTRIES-FILE.
           01 QE-ENTRY.
              05 QE-QUIZ-ID PIC 9(4).
              05 QE-USERNAME PIC X(16).
              05 QE-ENTERED-DATE PIC 9(8).

           FD F-QUIZ-ANSWERS-FILE.
           01 QA-ENTRY.
              05 QA-QUIZ-ID PIC 9(4).
              05 QA-SEQ PIC 9(2).
              05 QA-USERNAME PIC X(16).
              05 QA-ANSWER PIC X(1).
              05 QA-CORRECT PIC 9(1).

           FD F-KO-ENTRIES-FILE.
           01 KE-ENTRY.
              05 KE-KO-ID PIC 9(4).
              05 KE-USERNAME PIC X(16).
              05 KE-ENTERED-DATE PIC 9(8).

           FD F-KO-MATCHES-FILE.
           01 KM-ENTRY.
              05 KM-KO-ID PIC 9(4).
              05 KM-ROUND PIC 9(1).
              05 KM-SLOT PIC 9(2).
              05 KM-PLAYER-1 PIC X(16).
              05 KM-SEED-1 PIC 9(2).
              05 KM-PLAYER-2 PIC X(16).
              05 KM-SEED-2 PIC 9(2).
              05 KM-TM-ID PIC 9(4).
              05 KM-DEADLINE PIC 9(8).
              05 KM-WINNER PIC X(16).
              05 KM-STATUS PIC X(1).

           FD F-JACKPOT-FILE.
           01 JP-ENTRY.
              05 JP-BALANCE PIC 9(6).
              05 JP-LAST-WINNER PIC X(16).
              05 JP-LAST-GAME PIC X(4).
              05 JP-LAST-AMOUNT PIC 9(6).
              05 JP-LAST-DATE PIC 9(8).

           FD F-STAFF-ROLES-FILE.
           01 SF-ENTRY.
              05 SF-USERNAME PIC X(16).
              05 SF-ROLE PIC X(3).
              05 SF-GRANTED-BY PIC X(16).
              05 SF-GRANTED-DATE PIC 9(8).

           FD F-REFUSALS-FILE.
           01 AR-ENTRY.
              05 AR-DATE PIC 9(8).
              05 AR-TIME PIC 9(6).
              05 AR-USERNAME PIC X(16).
              05 AR-FUNCTION PIC X(4).

           FD F-TOKEN-FILE.
           01 ST-ENTRY.
              05 ST-USERNAME PIC X(16).
              05 ST-TOKEN PIC 9(16).

           FD F-TAKEOVER-FILE.
           01 SK-ENTRY.
              05 SK-DATE PIC 9(8).
              05 SK-TIME PIC 9(6).
              05 SK-USERNAME PIC X(16).

           FD F-LEGAL-HOLD-FILE.
           01 LH-ENTRY.
              05 LH-USERNAME PIC X(16).
              05 LH-STATUS PIC X(1).
              05 LH-REASON PIC X(40).
              05 LH-REFERENCE PIC X(20).
              05 LH-REVIEW-DATE PIC 9(8).
              05 LH-SET-BY PIC X(16).
              05 LH-SET-DATE PIC 9(8).
              05 LH-RELEASED-DATE PIC 9(8).

           FD F-HOLD-LOG-FILE.
           01 HL-ENTRY.
              05 HL-DATE PIC 9(8).
              05 HL-TIME PIC 9(6).
              05 HL-USERNAME PIC X(16).
              05 HL-PATH PIC X(28).

           FD F-SIGNINS-FILE.
           01 TS-ENTRY.
              05 TS-DATE PIC 9(8).
              05 TS-TIME PIC 9(6).
              05 TS-TERMINAL PIC 9(16).
              05 TS-USERNAME PIC X(16).

           FD F-CONTACT-FILE.
           01 CD-ENTRY.
              05 CD-USERNAME PIC X(16).
              05 CD-EMAIL PIC X(40).
              05 CD-ADDR-1 PIC X(30).
              05 CD-ADDR-2 PIC X(30).
              05 CD-POSTCODE PIC X(8).

           FD F-MAIL-QUEUE-FILE.
           01 LQ-ENTRY.
              05 LQ-ID PIC 9(6).
              05 LQ-DATE PIC 9(8).
              05 LQ-USERNAME PIC X(16).
              05 LQ-TYPE PIC X(8).
              05 LQ-TEXT PIC X(60).
              05 LQ-STATUS PIC X(1).

           FD F-ALERTS-FILE.
           01 SA-ENTRY.
              05 SA-ID PIC 9(6).
              05 SA-DATE PIC 9(8).
              05 SA-TIME PIC 9(6).
              05 SA-USERNAME PIC X(16).
              05 SA-CHANGE PIC X(4).
              05 SA-MAIL-ID PIC 9(6).
              05 SA-OLD-ADDR-1 PIC X(30).
              05 SA-OLD-ADDR-2 PIC X(30).
              05 SA-OLD-POSTCODE PIC X(8).
              05 SA-OLD-COPY PIC X(1).

           FD F-UNDELIVERABLE-FILE.
           01 UA-ENTRY.
              05 UA-USERNAME PIC X(16).
              05 UA-ADDR-1 PIC X(30).
              05 UA-ADDR-2 PIC X(30).
              05 UA-POSTCODE PIC X(8).
              05 UA-REASON PIC X(1).
              05 UA-MAIL-ID PIC 9(6).
              05 UA-DATE PIC 9(8).
              05 UA-STATUS PIC X(1).
              05 UA-CLEARED PIC 9(8).

           FD F-HISTORY-FILE.
           01 RH-ENTRY.
              05 RH-OLD-NAME PIC X(16).
           01 WS-SHORT-OLD PIC X(10).
           01 WS-SHORT-NEW PIC X(10).

      *>    THE OWNER IS THE LAST FIELD ON A VOUCHER ROW, SO A NAME
      *>    OF A DIFFERENT LENGTH CANNOT BE REWRITTEN IN PLACE; THE
      *>    FILE IS RELOADED AND WRITTEN BACK WHOLE INSTEAD.
           01 WS-VOUCHER-COUNT PIC 9(4) VALUE 0.
           01 WS-VOUCHER-IDX PIC 9(4).
           01 WS-VOUCHER-OWNED PIC 9 VALUE 0.
           01 WS-VOUCHER-TABLE.
              05 WS-SAVED-VOUCHER OCCURS 9999 TIMES PIC X(48).

           LINKAGE SECTION.
           01 LS-OLD-NAME PIC X(16).
           01 LS-NEW-NAME PIC X(16).
           PERFORM SWEEP-BROADCAST-ACKS.
           PERFORM SWEEP-REFERRALS.
           PERFORM SWEEP-EVENT-RSVPS.
           PERFORM SWEEP-EVENT-SERIES.
           PERFORM SWEEP-EVENT-CHECKINS.
           PERFORM SWEEP-SAVED-SEARCHES.
           PERFORM SWEEP-WEEKLY-LETTERS.
           PERFORM SWEEP-NOTIFICATION-PREFS.
           PERFORM SWEEP-GAME-SESSIONS.
           PERFORM SWEEP-QUIZ-ENTRIES.
           PERFORM SWEEP-QUIZ-ANSWERS.
           PERFORM SWEEP-KNOCKOUT-ENTRIES.
           PERFORM SWEEP-KNOCKOUT-MATCHES.
           PERFORM SWEEP-JACKPOT-WINNER.
           PERFORM SWEEP-STAFF-ROLES.
           PERFORM SWEEP-ACCESS-REFUSALS.
           PERFORM SWEEP-SESSION-TOKENS.
           PERFORM SWEEP-SESSION-TAKEOVERS.
           PERFORM SWEEP-LEGAL-HOLDS.
           PERFORM SWEEP-HOLD-LOG.
           PERFORM SWEEP-TERMINAL-SIGNINS.
           PERFORM SWEEP-PENDING-POSTS.
           PERFORM SWEEP-HELD-POSTS.
           PERFORM SWEEP-ADV-PENDING.
           PERFORM SWEEP-MODERATION-QUEUE.
           PERFORM SWEEP-WINBACK-TARGETS.
           PERFORM SWEEP-VOUCHER-OWNERS.
           PERFORM SWEEP-BOARD-OWNERS.
           PERFORM SWEEP-GROUP-CONVERSATIONS.
           PERFORM SWEEP-CHAT-ROOMS.
           PERFORM SWEEP-CONTACT-DETAILS.
           PERFORM SWEEP-MAIL-QUEUE.
           PERFORM SWEEP-SECURITY-ALERTS.
           PERFORM SWEEP-UNDELIVERABLE.
           PERFORM WRITE-HISTORY.
           CALL "queue-security-notice" USING LS-NEW-NAME, "RNAM".

           GOBACK.

           END-PERFORM.
           CLOSE F-RSVPS-FILE.

      *>    A SERIES KEEPS POSTING UNDER ITS ORGANISER'S NAME AND
      *>    BOOKING ITS MEMBERS, SO BOTH MUST FOLLOW THE RENAME.
       SWEEP-EVENT-SERIES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-SERIES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SERIES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ES-ORGANISER = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO ES-ORGANISER
                           REWRITE ES-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SERIES-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-SERIES-RSVPS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SERIES-RSVPS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SR-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO SR-USERNAME
                           REWRITE SR-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SERIES-RSVPS-FILE.

      *>    THE DOOR REGISTER AND THE NO-SHOW TALLY DECIDE WHETHER A
      *>    MEMBER'S NEXT FREE RSVP IS WAITLISTED, SO A RENAME MUST
      *>    NEITHER WIPE NOR DUPLICATE THEIR RECORD. BOTH SIDES OF A
      *>    CHECK-IN FOLLOW THE MEMBER.
       SWEEP-EVENT-CHECKINS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-CHECKINS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CHECKINS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF EC-USERNAME = LS-OLD-NAME OR
                          EC-BY = LS-OLD-NAME THEN
                           IF EC-USERNAME = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO EC-USERNAME
                           END-IF
                           IF EC-BY = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO EC-BY
                           END-IF
                           REWRITE EC-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CHECKINS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-NO-SHOWS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-NO-SHOWS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF NS-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO NS-USERNAME
                           REWRITE NS-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-NO-SHOWS-FILE.

      *>    A SAVED SEARCH FOLLOWS ITS OWNER, AND ONE WATCHING FOR A
      *>    NAMED AUTHOR KEEPS WATCHING THEM UNDER THEIR NEW NAME.
       SWEEP-SAVED-SEARCHES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-SEARCHES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEARCHES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SS-USERNAME = LS-OLD-NAME OR
                          SS-AUTHOR = LS-OLD-NAME THEN
                           IF SS-USERNAME = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO SS-USERNAME
                           END-IF
                           IF SS-AUTHOR = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO SS-AUTHOR
                           END-IF
                           REWRITE SS-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SEARCHES-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-HITS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HITS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SH-USERNAME = LS-OLD-NAME OR
                          SH-AUTHOR = LS-OLD-NAME THEN
                           IF SH-USERNAME = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO SH-USERNAME
                           END-IF
                           IF SH-AUTHOR = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO SH-AUTHOR
                           END-IF
                           REWRITE SH-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HITS-FILE.

      *>    THE WEEKLY LETTER CHOICE GOES WITH THE MEMBER, AND SO
      *>    DOES THE DATE THEY WERE LAST LOOKED AT.
       SWEEP-WEEKLY-LETTERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-LETTERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LETTERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WL-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO WL-USERNAME
                           REWRITE WL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LETTERS-FILE.

       SWEEP-NOTIFICATION-PREFS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-NOTIFY-PREFS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-NOTIFY-PREFS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF NP-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO NP-USERNAME
                           REWRITE NP-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-NOTIFY-PREFS-FILE.

      *>    A WAGERED SESSION STAYS FINDABLE UNDER THE MEMBER'S
      *>    CURRENT NAME, AS THEIR LEDGER ROWS DO.
       SWEEP-GAME-SESSIONS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-GAME-SESSIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GAME-SESSIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GS-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO GS-USERNAME
                           REWRITE GS-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GAME-SESSIONS-FILE.

       SWEEP-QUIZ-ENTRIES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-QUIZ-ENTRIES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-ENTRIES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF QE-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO QE-USERNAME
                           REWRITE QE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-ENTRIES-FILE.

       SWEEP-QUIZ-ANSWERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-QUIZ-ANSWERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-ANSWERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF QA-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO QA-USERNAME
                           REWRITE QA-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-ANSWERS-FILE.

       SWEEP-KNOCKOUT-ENTRIES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-KO-ENTRIES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KO-ENTRIES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KE-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO KE-USERNAME
                           REWRITE KE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KO-ENTRIES-FILE.

      *>    A BRACKET ROW CAN CARRY THE MEMBER AS EITHER PLAYER AND
      *>    AS THE WINNER.
       SWEEP-KNOCKOUT-MATCHES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-KO-MATCHES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KO-MATCHES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KM-PLAYER-1 = LS-OLD-NAME OR
                          KM-PLAYER-2 = LS-OLD-NAME OR
                          KM-WINNER = LS-OLD-NAME THEN
                           IF KM-PLAYER-1 = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO KM-PLAYER-1
                           END-IF
                           IF KM-PLAYER-2 = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO KM-PLAYER-2
                           END-IF
                           IF KM-WINNER = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO KM-WINNER
                           END-IF
                           REWRITE KM-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KO-MATCHES-FILE.

      *>    THE GAMES MENU NAMES WHOEVER LAST WON THE JACKPOT.
       SWEEP-JACKPOT-WINNER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-JACKPOT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-JACKPOT-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF JP-LAST-WINNER = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO JP-LAST-WINNER
                           REWRITE JP-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-JACKPOT-FILE.

      *>    A STAFF ROLE FOLLOWS ITS HOLDER, AND THE NAME OF WHOEVER
      *>    GRANTED IT FOLLOWS THEM TOO.
       SWEEP-STAFF-ROLES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-STAFF-ROLES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-STAFF-ROLES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SF-USERNAME = LS-OLD-NAME OR
                          SF-GRANTED-BY = LS-OLD-NAME THEN
                           IF SF-USERNAME = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO SF-USERNAME
                           END-IF
                           IF SF-GRANTED-BY = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO SF-GRANTED-BY
                           END-IF
                           REWRITE SF-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-STAFF-ROLES-FILE.

       SWEEP-ACCESS-REFUSALS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-REFUSALS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REFUSALS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF AR-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO AR-USERNAME
                           REWRITE AR-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-REFUSALS-FILE.

      *>    THE TOKEN MOVES WITH THE NAME SO THE RENAMING SESSION
      *>    STILL HOLDS THE ACCOUNT AFTERWARDS.
       SWEEP-SESSION-TOKENS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-TOKEN-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TOKEN-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ST-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO ST-USERNAME
                           REWRITE ST-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TOKEN-FILE.

       SWEEP-SESSION-TAKEOVERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-TAKEOVER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TAKEOVER-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SK-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO SK-USERNAME
                           REWRITE SK-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TAKEOVER-FILE.

      *>    A HOLD MUST FOLLOW ITS MEMBER TO THE NEW NAME OR THE
      *>    GUARDED PATHS WOULD STOP SEEING IT; THE STAFF NAME THAT SET
      *>    IT IS KEPT CURRENT TOO.
       SWEEP-LEGAL-HOLDS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-LEGAL-HOLD-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LEGAL-HOLD-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF LH-USERNAME = LS-OLD-NAME OR
                          LH-SET-BY = LS-OLD-NAME THEN
                           IF LH-USERNAME = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO LH-USERNAME
                           END-IF
                           IF LH-SET-BY = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO LH-SET-BY
                           END-IF
                           REWRITE LH-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LEGAL-HOLD-FILE.

       SWEEP-HOLD-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-HOLD-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOLD-LOG-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF HL-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO HL-USERNAME
                           REWRITE HL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HOLD-LOG-FILE.

       SWEEP-TERMINAL-SIGNINS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-SIGNINS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SIGNINS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF TS-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO TS-USERNAME
                           REWRITE TS-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SIGNINS-FILE.

      *>    WORK QUEUES: A SCHEDULED OR HELD POST AND A PENDING AD
      *>    CAMPAIGN RELEASE/PUBLISH LATER, SO THEY MUST RELEASE
      *>    UNDER THE NAME THE MEMBER WILL HAVE THEN.
           END-PERFORM.
           CLOSE F-MODERATION-QUEUE-FILE.

      *>    A WIN-BACK TARGET ROW IS WHAT STOPS THE SAME OFFER GOING
      *>    TO THE SAME MEMBER TWICE, AND A PERSONAL VOUCHER CODE
      *>    ONLY REDEEMS FOR THE MEMBER IT WAS ISSUED TO.
       SWEEP-WINBACK-TARGETS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-WINBACK-TARGET-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-WINBACK-TARGET-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WT-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO WT-USERNAME
                           REWRITE WT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-WINBACK-TARGET-FILE.

       SWEEP-BOARD-OWNERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-BOARD-MASTER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BOARD-MASTER-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF BD-OWNER = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO BD-OWNER
                           REWRITE BD-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BOARD-MASTER-FILE.

      *>    GROUP OWNERS, PARTICIPANTS (AND WHO ADDED THEM), SENDERS
      *>    AND RECEIPT ROWS, SO READ POSITIONS AND OWNERSHIP CARRY
      *>    STRAIGHT OVER TO THE NEW NAME.
       SWEEP-GROUP-CONVERSATIONS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-GROUP-CONV-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GROUP-CONV-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GC-OWNER = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO GC-OWNER
                           REWRITE GC-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GROUP-CONV-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-GROUP-MEMBERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GROUP-MEMBERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GM-USERNAME = LS-OLD-NAME OR
                          GM-ADDED-BY = LS-OLD-NAME THEN
                           IF GM-USERNAME = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO GM-USERNAME
                           END-IF
                           IF GM-ADDED-BY = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO GM-ADDED-BY
                           END-IF
                           REWRITE GM-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GROUP-MEMBERS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-GROUP-MESSAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GROUP-MESSAGES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GX-SENDER = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO GX-SENDER
                           REWRITE GX-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GROUP-MESSAGES-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-GROUP-RECEIPTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GROUP-RECEIPTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GR-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO GR-USERNAME
                           REWRITE GR-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GROUP-RECEIPTS-FILE.

       SWEEP-CHAT-ROOMS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-CHAT-ROOMS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CHAT-ROOMS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF CR-CREATED-BY = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO CR-CREATED-BY
                           REWRITE CR-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CHAT-ROOMS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-CHAT-SANCTIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CHAT-SANCTIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF CS-USERNAME = LS-OLD-NAME OR
                          CS-BY = LS-OLD-NAME THEN
                           IF CS-USERNAME = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO CS-USERNAME
                           END-IF
                           IF CS-BY = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO CS-BY
                           END-IF
                           REWRITE CS-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CHAT-SANCTIONS-FILE.

       SWEEP-VOUCHER-OWNERS.
           MOVE 0 TO WS-VOUCHER-COUNT.
           MOVE 0 TO WS-VOUCHER-OWNED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-VOUCHERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VOUCHERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-VOUCHER-COUNT < 9999 THEN
                           IF VO-OWNER = LS-OLD-NAME THEN
                               MOVE LS-NEW-NAME TO VO-OWNER
                               MOVE 1 TO WS-VOUCHER-OWNED
                           END-IF
                           ADD 1 TO WS-VOUCHER-COUNT
                           MOVE VO-ENTRY TO
                             WS-SAVED-VOUCHER(WS-VOUCHER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-VOUCHERS-FILE.

           IF WS-VOUCHER-OWNED = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT F-VOUCHERS-FILE.
           MOVE 0 TO WS-VOUCHER-IDX.
           PERFORM UNTIL WS-VOUCHER-IDX = WS-VOUCHER-COUNT
               ADD 1 TO WS-VOUCHER-IDX
               MOVE WS-SAVED-VOUCHER(WS-VOUCHER-IDX) TO VO-ENTRY
               WRITE VO-ENTRY
           END-PERFORM.
           CLOSE F-VOUCHERS-FILE.

      *>    THE ADDRESS AND ANY LETTERS NOT YET CUT FOR THE MAILING
      *>    HOUSE FOLLOW THE MEMBER, SO THE EXTRACT STILL FINDS WHERE
      *>    TO SEND THEM; DISPATCHED LETTERS STAY AS WRITTEN.
       SWEEP-CONTACT-DETAILS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-CONTACT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONTACT-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF CD-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO CD-USERNAME
                           REWRITE CD-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CONTACT-FILE.

       SWEEP-MAIL-QUEUE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-MAIL-QUEUE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MAIL-QUEUE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF LQ-USERNAME = LS-OLD-NAME AND
                          LQ-STATUS = "Q" THEN
                           MOVE LS-NEW-NAME TO LQ-USERNAME
                           REWRITE LQ-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MAIL-QUEUE-FILE.

      *>    THE SECURITY-CHANGE REPORT COUNTS AN ACCOUNT'S CHANGES
      *>    TOGETHER, SO THEY FOLLOW THE ACCOUNT.
       SWEEP-SECURITY-ALERTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-ALERTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ALERTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SA-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO SA-USERNAME
                           REWRITE SA-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ALERTS-FILE.

      *>    AN ADDRESS MARKED UNVERIFIED BY RETURNED POST STAYS SO
      *>    UNDER THE NEW NAME, SO LETTERS ARE STILL HELD AND THE
      *>    SIGN-IN PROMPT STILL SHOWS.
       SWEEP-UNDELIVERABLE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-UNDELIVERABLE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-UNDELIVERABLE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF UA-USERNAME = LS-OLD-NAME THEN
                           MOVE LS-NEW-NAME TO UA-USERNAME
                           REWRITE UA-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-UNDELIVERABLE-FILE.

       WRITE-HISTORY.
           OPEN EXTEND F-HISTORY-FILE.
           MOVE LS-OLD-NAME TO RH-OLD-NAME.
