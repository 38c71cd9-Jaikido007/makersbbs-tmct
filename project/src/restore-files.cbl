           01 WS-RECORD-COUNT PIC 9(7).
           01 WS-FILE-IDX PIC 9(3).

           01 WS-FILE-COUNT PIC 9(3) VALUE 179.
           01 WS-FILE-NAMES.
              05 FILLER PIC X(30) VALUE "cards.dat".
              05 FILLER PIC X(30) VALUE "comment-counts.dat".
              05 FILLER PIC X(30) VALUE "recent-posts.dat".
              05 FILLER PIC X(30) VALUE "language-prefs.dat".
              05 FILLER PIC X(30) VALUE "text-catalogue.dat".
              05 FILLER PIC X(30) VALUE "unclaimed-balances.dat".
              05 FILLER PIC X(30) VALUE "vat-documents.dat".
              05 FILLER PIC X(30) VALUE "card-auth-requests.dat".
              05 FILLER PIC X(30) VALUE "chargeback-register.dat".
              05 FILLER PIC X(30) VALUE "credit-debts.dat".
              05 FILLER PIC X(30) VALUE "card-blacklist.dat".
              05 FILLER PIC X(30) VALUE "settlement-history.dat".
              05 FILLER PIC X(30) VALUE "account-groups.dat".
              05 FILLER PIC X(30) VALUE "year-end-control.dat".
              05 FILLER PIC X(30) VALUE "year-end-journal.dat".
              05 FILLER PIC X(30) VALUE "till-sessions.dat".
              05 FILLER PIC X(30) VALUE "advertiser-invoices.dat".
              05 FILLER PIC X(30) VALUE "loyalty-tiers.dat".
              05 FILLER PIC X(30) VALUE "loyalty-movements.dat".
              05 FILLER PIC X(30) VALUE "winback-campaigns.dat".
              05 FILLER PIC X(30) VALUE "winback-targets.dat".
              05 FILLER PIC X(30) VALUE "vip-lapses.dat".
              05 FILLER PIC X(30) VALUE "board-master.dat".
              05 FILLER PIC X(30) VALUE "help-articles.dat".
              05 FILLER PIC X(30) VALUE "help-article-pages.dat".
              05 FILLER PIC X(30) VALUE "help-article-revisions.dat".
              05 FILLER PIC X(30) VALUE "help-article-views.dat".
              05 FILLER PIC X(30) VALUE "group-conversations.dat".
              05 FILLER PIC X(30) VALUE "group-members.dat".
              05 FILLER PIC X(30) VALUE "group-messages.dat".
              05 FILLER PIC X(30) VALUE "group-receipts.dat".
              05 FILLER PIC X(30) VALUE "chat-rooms.dat".
              05 FILLER PIC X(30) VALUE "chat-sanctions.dat".
              05 FILLER PIC X(30) VALUE "event-series.dat".
              05 FILLER PIC X(30) VALUE "series-occurrences.dat".
              05 FILLER PIC X(30) VALUE "series-rsvps.dat".
              05 FILLER PIC X(30) VALUE "event-checkins.dat".
              05 FILLER PIC X(30) VALUE "member-no-shows.dat".
              05 FILLER PIC X(30) VALUE "listing-relists.dat".
              05 FILLER PIC X(30) VALUE "auction-bids.dat".
              05 FILLER PIC X(30) VALUE "saved-searches.dat".
              05 FILLER PIC X(30) VALUE "saved-search-hits.dat".
              05 FILLER PIC X(30) VALUE "weekly-letters.dat".
              05 FILLER PIC X(30) VALUE "notification-prefs.dat".
              05 FILLER PIC X(30) VALUE "game-sessions.dat".
              05 FILLER PIC X(30) VALUE "quiz-nights.dat".
              05 FILLER PIC X(30) VALUE "quiz-night-questions.dat".
              05 FILLER PIC X(30) VALUE "quiz-night-entries.dat".
              05 FILLER PIC X(30) VALUE "quiz-night-answers.dat".
              05 FILLER PIC X(30) VALUE "knockouts.dat".
              05 FILLER PIC X(30) VALUE "knockout-entries.dat".
              05 FILLER PIC X(30) VALUE "knockout-matches.dat".
              05 FILLER PIC X(30) VALUE "jackpot.dat".
              05 FILLER PIC X(30) VALUE "staff-roles.dat".
              05 FILLER PIC X(30) VALUE "function-roles.dat".
              05 FILLER PIC X(30) VALUE "access-refusals.dat".
              05 FILLER PIC X(30) VALUE "session-tokens.dat".
              05 FILLER PIC X(30) VALUE "session-takeovers.dat".
              05 FILLER PIC X(30) VALUE "legal-holds.dat".
              05 FILLER PIC X(30) VALUE "legal-hold-log.dat".
              05 FILLER PIC X(30) VALUE "retention-schedule.dat".
              05 FILLER PIC X(30) VALUE "retention-log.dat".
              05 FILLER PIC X(30) VALUE "terminal-signins.dat".
              05 FILLER PIC X(30) VALUE "security-alerts.dat".
              05 FILLER PIC X(30) VALUE "exceptions-queue.dat".
              05 FILLER PIC X(30) VALUE "arrears-escalation.dat".
              05 FILLER PIC X(30) VALUE "moderation-outcomes.dat".
              05 FILLER PIC X(30) VALUE "run-balancing.dat".
              05 FILLER PIC X(30) VALUE "dw-keys.dat".
              05 FILLER PIC X(30) VALUE "dw-control.dat".
              05 FILLER PIC X(30) VALUE "undeliverable-addresses.dat".
              05 FILLER PIC X(30) VALUE "returned-mail.dat".
           01 WS-FILE-TABLE REDEFINES WS-FILE-NAMES.
              05 WS-FILE-NAME OCCURS 179 TIMES PIC X(30).

       PROCEDURE DIVISION.
           PERFORM 0200-TIME-AND-DATE.
