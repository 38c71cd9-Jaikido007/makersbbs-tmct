      *----ALREADY MARKED DONE FOR TODAY ARE SKIPPED, SO NOTHING IS----*
      *----ARCHIVED TWICE, AND A SECOND RUN ON A DAY THAT ALREADY------*
      *----COMPLETED REFUSES TO DO ANYTHING AT ALL---------------------*
      *----                                                       -----*
      *----THE LEDGER STEPS ARE BALANCED BEFORE THE LIVE LOG IS--------*
      *----EMPTIED: THE ROWS READ BY POST-GENERAL-LEDGER, CUT BY-------*
      *----ACCOUNTING-EXTRACT AND APPENDED BY ARCHIVE-TRANSACTION-LOG--*
      *----MUST AGREE ON COUNT AND VALUE IN RUN-BALANCING.DAT. THE-----*
      *----BALANCING SHEET IS SPOOLED FOR THE MORNING CHECK, AND A-----*
      *----RUN OUT OF BALANCE KEEPS THE LIVE LOG AND STOPS WITH A------*
      *----NON-ZERO RETURN CODE----------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              05 BR-STEP-RELEASE PIC X.
              05 BR-STEP-INSTALMENT PIC X.
              05 BR-STEP-PROMO PIC X.
              05 BR-STEP-DEBT PIC X.
              05 BR-STEP-GL PIC X.
              05 BR-STEP-DIGEST PIC X.
              05 BR-STEP-EXTRACT PIC X.
              05 BR-STEP-MESSAGES PIC X.
              05 BR-STEP-TOURNAMENT PIC X.
              05 BR-STEP-AUCTION PIC X.
              05 BR-STEP-QUIZ PIC X.
              05 BR-STEP-KNOCKOUT PIC X.
              05 BR-COMPLETE PIC X.

           WORKING-STORAGE SECTION.
           01 WS-DIGEST-MSG-COUNT PIC 999.
           01 WS-DIGEST-COMMENT-COUNT PIC 9999.
           01 WS-DIGEST-SPONSORED-COUNT PIC 99.
           01 WS-IN-BALANCE PIC 9.

           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
              05 WS-STEP-RELEASE PIC X VALUE "N".
              05 WS-STEP-INSTALMENT PIC X VALUE "N".
              05 WS-STEP-PROMO PIC X VALUE "N".
              05 WS-STEP-DEBT PIC X VALUE "N".
              05 WS-STEP-GL PIC X VALUE "N".
              05 WS-STEP-DIGEST PIC X VALUE "N".
              05 WS-STEP-EXTRACT PIC X VALUE "N".
              05 WS-STEP-MESSAGES PIC X VALUE "N".
              05 WS-STEP-TOURNAMENT PIC X VALUE "N".
              05 WS-STEP-AUCTION PIC X VALUE "N".
              05 WS-STEP-QUIZ PIC X VALUE "N".
              05 WS-STEP-KNOCKOUT PIC X VALUE "N".
              05 WS-RUN-COMPLETE PIC X VALUE "N".

       PROCEDURE DIVISION.
               PERFORM UPDATE-RUN-CONTROL
           END-IF.

      *>    WORK EVERY MEMBER'S SAVED SEARCHES AGAINST THE POSTS
      *>    THAT ARRIVED SINCE LAST NIGHT, NOW THE SCHEDULED ONES ARE
      *>    OUT. EACH SEARCH ONLY EVER MOVES ITS LAST POST NUMBER
      *>    FORWARD, SO A RERUN FINDS NOTHING TWICE AND IT NEEDS NO
      *>    CHECKPOINT.
           CALL "run-saved-searches".

      *>    RECOUNT EVERY MEMBER'S NO-SHOWS FROM THE DOOR CHECK-INS
      *>    OF EVENTS NOW PAST, BEFORE THE SERIES STEP BOOKS ANYONE
      *>    ONTO NEW DATES. A FULL RECOMPUTE, SO NO CHECKPOINT.
           CALL "tally-no-shows".

      *>    POST THE NEXT DATES OF EVERY RECURRING EVENT SERIES THAT
      *>    NOW FALL WITHIN EVENT-LEAD-DAYS, AND BOOK THE SERIES
      *>    MEMBERS ONTO THEM. EACH SERIES ONLY EVER MOVES ITS NEXT
      *>    DATE FORWARD, SO A RERUN POSTS NOTHING TWICE AND IT NEEDS
      *>    NO CHECKPOINT. RUNS BEFORE THE LEDGER STEPS SO ANY TICKET
      *>    CHARGES ARE IN TODAY'S BUSINESS.
           CALL "generate-event-occurrences".

      *>    COLLECT TONIGHT'S DUE INSTALMENTS (AND RETRY ARREARS)
      *>    WHILE TODAY'S LEDGER IS STILL LIVE, SO THE CHARGES ARE
      *>    ARCHIVED WITH THE RIGHT DAY'S BUSINESS.
               PERFORM UPDATE-RUN-CONTROL
           END-IF.

      *>    TAKE WHAT IS NOW ON THE BALANCE OF ANY MEMBER STILL OWING
      *>    CREDITS AFTER A CHARGEBACK, WHILE TODAY'S LEDGER IS STILL
      *>    LIVE SO THE RECOVERIES POST WITH THE RIGHT DAY'S BUSINESS.
           IF WS-STEP-DEBT NOT = "Y" THEN
               CALL "recover-credit-debts" USING WS-FORMATTED-DT
               MOVE "Y" TO WS-STEP-DEBT
               PERFORM UPDATE-RUN-CONTROL
           END-IF.

      *>    CAPTURE TODAY'S NUMBERS BEFORE THE ARCHIVE STEPS BELOW
      *>    CLEAR THE FILES THOSE NUMBERS ARE PULLED FROM.
           IF WS-STEP-DIGEST NOT = "Y" THEN
      *>    PROVE THE BOOKS WITH A SPOOLED TRIAL BALANCE, WHILE THE
      *>    ROWS ARE STILL ON THE LIVE LOG.
           IF WS-STEP-GL NOT = "Y" THEN
               CALL "post-general-ledger" USING WS-TODAY
               CALL "trial-balance-report"
               MOVE "Y" TO WS-STEP-GL
               PERFORM UPDATE-RUN-CONTROL
      *>    ARE STILL IN THE LIVE LOG -- THE ARCHIVE STEP BELOW
      *>    EMPTIES IT.
           IF WS-STEP-EXTRACT NOT = "Y" THEN
               CALL "accounting-extract" USING WS-TODAY
               MOVE "Y" TO WS-STEP-EXTRACT
               PERFORM UPDATE-RUN-CONTROL
           END-IF.

      *>    PICK OUT LAPSED AND AT-RISK MEMBERS FOR THE ACTIVE
      *>    WIN-BACK CAMPAIGNS BEFORE THE MAIL EXTRACT, SO THEIR
      *>    LETTERS GO OUT TONIGHT. EVERY MEMBER TARGETED IS LOGGED
      *>    TO WINBACK-TARGETS.DAT AND NEVER PICKED TWICE, SO A RERUN
      *>    IS HARMLESS AND IT NEEDS NO CHECKPOINT.
           CALL "run-winback-campaigns".

      *>    BUILD THE WEEKLY ACTIVITY LETTERS FOR OPTED-IN MEMBERS
      *>    WHO ARE DUE ONE, ALSO AHEAD OF THE MAIL EXTRACT. EACH
      *>    MEMBER LOOKED AT IS STAMPED WITH TODAY AND NOT LOOKED AT
      *>    AGAIN FOR SEVEN DAYS, SO IT NEEDS NO CHECKPOINT.
           CALL "run-weekly-letters".

      *>    DROP WAGERED GAME SESSIONS PAST GAME-LOG-DAYS. A SESSION
      *>    ONLY EVER AGES OUT, SO A RERUN DROPS NOTHING MORE AND IT
      *>    NEEDS NO CHECKPOINT.
           CALL "purge-game-sessions".

      *>    CUT THE MAILING-HOUSE FILE AND MARK EACH QUEUED LETTER
      *>    DISPATCHED SO NOTHING GOES TWICE.
           IF WS-STEP-MAIL NOT = "Y" THEN
               PERFORM UPDATE-RUN-CONTROL
           END-IF.

      *>    THE ARCHIVE STEP ONLY EMPTIES THE LIVE LOG ONCE THE ROWS
      *>    IT APPENDED BALANCE WITH THOSE THE GENERAL LEDGER READ AND
      *>    THE ACCOUNTS EXTRACT CUT. OUT OF BALANCE, THE STEP IS LEFT
      *>    UNDONE AND THE RUN STOPS WITH A NON-ZERO RETURN CODE, SO
      *>    BATCH-CONTROLLER LOGS A FAIL AND STOPS THE CHAIN.
           IF WS-STEP-TRANSLOG NOT = "Y" THEN
               CALL "archive-transaction-log" USING WS-TODAY,
                   WS-IN-BALANCE
               IF WS-IN-BALANCE = 0 THEN
                   DISPLAY "END-OF-DAY-BATCH OUT OF BALANCE FOR "
                     WS-TODAY " - LIVE LEDGER KEPT, RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "Y" TO WS-STEP-TRANSLOG
               PERFORM UPDATE-RUN-CONTROL
           END-IF.
               PERFORM UPDATE-RUN-CONTROL
           END-IF.

      *>    REBUILD THE SEARCH WORD INDEX NOW TONIGHT'S RELEASES AND
      *>    ARCHIVE ROLL ARE IN. A FULL REBUILD, SO NO CHECKPOINT.
           CALL "build-word-index".

      *>    CLOSE ANY TOURNAMENT PAST ITS END DATE AND PAY OUT THE
      *>    PRIZE POOL THROUGH THE LEDGER.
           IF WS-STEP-TOURNAMENT NOT = "Y" THEN
               PERFORM UPDATE-RUN-CONTROL
           END-IF.

      *>    CLOSE ANY QUIZ NIGHT WHOSE LAST QUESTION HAS GONE AND PAY
      *>    OUT ITS PRIZE POOL ON THE TOURNAMENT SPLIT.
           IF WS-STEP-QUIZ NOT = "Y" THEN
               CALL "close-quiz-nights"
               MOVE "Y" TO WS-STEP-QUIZ
               PERFORM UPDATE-RUN-CONTROL
           END-IF.

      *>    DRAW ANY KNOCKOUT WHOSE ENTRIES HAVE CLOSED AND FORFEIT
      *>    ANY KNOCKOUT MATCH LEFT UNPLAYED PAST ITS ROUND DEADLINE.
           IF WS-STEP-KNOCKOUT NOT = "Y" THEN
               CALL "run-knockouts"
               MOVE "Y" TO WS-STEP-KNOCKOUT
               PERFORM UPDATE-RUN-CONTROL
           END-IF.

      *>    SETTLE ANY AUCTION PAST ITS CLOSE DATE: THE WINNING HOLD
      *>    IS ALREADY IN ESCROW, SO THIS PAYS THE SELLER OUT OF THE
      *>    POT AND CLOSES THE LOT.
               PERFORM UPDATE-RUN-CONTROL
           END-IF.

      *>    CLOSE MARKETPLACE LISTINGS PAST THEIR EXPIRY DATE AND TELL
      *>    THE SELLERS. A CLOSED LISTING IS NEVER CLOSED TWICE, SO A
      *>    RERUN SENDS NO SECOND NOTICE AND NEEDS NO CHECKPOINT.
           CALL "expire-market-listings".

      *>    RUNS LAST SO TODAY'S ROWS ARE ALREADY FOLDED INTO THE
      *>    ARCHIVE FILE THIS CHECKS AGAINST. READ-ONLY, SO IT NEEDS
      *>    NO CHECKPOINT OF ITS OWN.
      *>    NUMBERS. A FULL RECOMPUTE EVERY NIGHT, SO NO CHECKPOINT.
           CALL "evaluate-achievements".

      *>    PLACE EVERY MEMBER IN A LOYALTY TIER BY THEIR ROLLING
      *>    TWELVE-MONTH CARD SPEND, AFTER THE ARCHIVE RUN SO BOTH
      *>    LEDGERS ARE SETTLED. A FULL RECOMPUTE, SO NO CHECKPOINT.
           CALL "evaluate-loyalty-tiers".

           MOVE "Y" TO WS-RUN-COMPLETE.
           PERFORM UPDATE-RUN-CONTROL.

                           MOVE BR-STEP-INSTALMENT TO
                             WS-STEP-INSTALMENT
                           MOVE BR-STEP-PROMO TO WS-STEP-PROMO
                           MOVE BR-STEP-DEBT TO WS-STEP-DEBT
                           MOVE BR-STEP-GL TO WS-STEP-GL
                           MOVE BR-STEP-DIGEST TO WS-STEP-DIGEST
                           MOVE BR-STEP-EXTRACT TO WS-STEP-EXTRACT
                           MOVE BR-STEP-TOURNAMENT TO
                             WS-STEP-TOURNAMENT
                           MOVE BR-STEP-AUCTION TO WS-STEP-AUCTION
                           MOVE BR-STEP-QUIZ TO WS-STEP-QUIZ
                           MOVE BR-STEP-KNOCKOUT TO WS-STEP-KNOCKOUT
                           MOVE BR-COMPLETE TO WS-RUN-COMPLETE
                       END-IF
               END-READ
           MOVE "N" TO BR-STEP-RELEASE.
           MOVE "N" TO BR-STEP-INSTALMENT.
           MOVE "N" TO BR-STEP-PROMO.
           MOVE "N" TO BR-STEP-DEBT.
           MOVE "N" TO BR-STEP-GL.
           MOVE "N" TO BR-STEP-DIGEST.
           MOVE "N" TO BR-STEP-EXTRACT.
           MOVE "N" TO BR-STEP-MESSAGES.
           MOVE "N" TO BR-STEP-TOURNAMENT.
           MOVE "N" TO BR-STEP-AUCTION.
           MOVE "N" TO BR-STEP-QUIZ.
           MOVE "N" TO BR-STEP-KNOCKOUT.
           MOVE "N" TO BR-COMPLETE.
           WRITE BR-ENTRY.
           CLOSE F-RUN-CONTROL-FILE.
                           MOVE WS-STEP-INSTALMENT TO
                             BR-STEP-INSTALMENT
                           MOVE WS-STEP-PROMO TO BR-STEP-PROMO
                           MOVE WS-STEP-DEBT TO BR-STEP-DEBT
                           MOVE WS-STEP-GL TO BR-STEP-GL
                           MOVE WS-STEP-DIGEST TO BR-STEP-DIGEST
                           MOVE WS-STEP-EXTRACT TO BR-STEP-EXTRACT
                           MOVE WS-STEP-TOURNAMENT TO
                             BR-STEP-TOURNAMENT
                           MOVE WS-STEP-AUCTION TO BR-STEP-AUCTION
                           MOVE WS-STEP-QUIZ TO BR-STEP-QUIZ
                           MOVE WS-STEP-KNOCKOUT TO BR-STEP-KNOCKOUT
                           MOVE WS-RUN-COMPLETE TO BR-COMPLETE
                           REWRITE BR-ENTRY
                       END-IF
