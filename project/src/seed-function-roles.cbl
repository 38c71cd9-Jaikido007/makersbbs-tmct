       IDENTIFICATION DIVISION.
       PROGRAM-ID. seed-function-roles.
      ******************************************************************
      *----SUB PROGRAM THAT KEEPS FUNCTION-ROLES.DAT, THE HOUSE MAP----*
      *----OF BACK-OFFICE FUNCTIONS TO THE STAFF ROLES ALLOWED TO USE--*
      *----THEM. EACH ROW CARRIES A FOUR LETTER FUNCTION CODE, UP TO---*
      *----FOUR THREE-LETTER ROLE CODES (FIN FINANCE, SUP SUPPORT,-----*
      *----MOD CONTENT MODERATION, OPS OPERATIONS, SYS SYSTEM) AND-----*
      *----THE FUNCTION'S NAME. AN EMPTY FILE GETS THE WHOLE MAP;------*
      *----AFTER THAT ONLY A FUNCTION WITH NO ROW AT ALL IS ADDED,-----*
      *----WITH ITS HOUSE ROLES, SO A NEW FUNCTION IS REACHABLE--------*
      *----WITHOUT TOUCHING THE ROWS ALREADY THERE. A REMAPPING IS A---*
      *----FILE EDIT, NOT A RECOMPILE----------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-FUNCTION-FILE ASSIGN TO
             "function-roles.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-FUNCTION-FILE.
           01 FR-ENTRY.
              05 FR-FUNCTION PIC X(4).
              05 FR-ROLES PIC X(15).
              05 FR-NAME PIC X(28).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-ROW-COUNT PIC 99 VALUE 0.
      *>    THE FUNCTION CODES ALREADY ON FILE.
           01 WS-ON-FILE-TABLE.
              05 WS-ON-FILE-FUNCTION PIC X(4) OCCURS 99 TIMES.
           01 WS-ON-FILE-IDX PIC 99.
           01 WS-ON-FILE PIC 9.

      *>    THE HOUSE MAP: THE MAIN-MENU STAFF OPTIONS, THEN THE BACK
      *>    OFFICE, THEN THE STAFF-ROLE SCREEN ITSELF AND THE CONSOLE
      *>    CARD-KEY ROTATION, THEN FUNCTIONS ADDED SINCE -- THE LAST
      *>    OF THEM THE STAFF ACTIONS OFFERED ON MEMBER SCREENS.
           01 WS-SEED-VALUES.
              05 FILLER PIC X(47) VALUE
                 "MODQMOD SUP        MODERATION QUEUE".
              05 FILLER PIC X(47) VALUE
                 "DIGSOPS MOD        DAILY DIGEST".
              05 FILLER PIC X(47) VALUE
                 "WORDMOD            WORD LIST".
              05 FILLER PIC X(47) VALUE
                 "REVRFIN OPS        REVENUE REPORT".
              05 FILLER PIC X(47) VALUE
                 "STMTFIN SUP        MEMBER STATEMENT".
              05 FILLER PIC X(47) VALUE
                 "VOUCFIN OPS        VOUCHERS".
              05 FILLER PIC X(47) VALUE
                 "BANWMOD            BANNED WORDS".
              05 FILLER PIC X(47) VALUE
                 "PARMSYS            RUN-TIME PARAMETERS".
              05 FILLER PIC X(47) VALUE
                 "AUDTMOD SYS        CONTENT AUDIT TRAIL".
              05 FILLER PIC X(47) VALUE
                 "HLTHOPS SYS        HEALTH CONSOLE".
              05 FILLER PIC X(47) VALUE
                 "BCSTOPS            BROADCAST MESSAGES".
              05 FILLER PIC X(47) VALUE
                 "ADAPOPS MOD        ADVERT APPROVALS".
              05 FILLER PIC X(47) VALUE
                 "TRIVMOD OPS        TRIVIA QUESTIONS".
              05 FILLER PIC X(47) VALUE
                 "SPOLFIN OPS SYS    SPOOL REPRINT".
              05 FILLER PIC X(47) VALUE
                 "CLOSFIN            CLOSE PERIOD".
              05 FILLER PIC X(47) VALUE
                 "ADJKFIN SUP        CREDIT ADJUSTMENT".
              05 FILLER PIC X(47) VALUE
                 "ADJAFIN            ADJUSTMENT APPROVALS".
              05 FILLER PIC X(47) VALUE
                 "MNTNOPS SYS        MAINTENANCE NOTICE".
              05 FILLER PIC X(47) VALUE
                 "BMRGMOD OPS        BOARD MERGE/SPLIT".
              05 FILLER PIC X(47) VALUE
                 "APPLSUP MOD        APPEALS".
              05 FILLER PIC X(47) VALUE
                 "DELGMOD            DELEGATE BOARD MODERATOR".
              05 FILLER PIC X(47) VALUE
                 "CALRFIN OPS        BUSINESS CALENDAR".
              05 FILLER PIC X(47) VALUE
                 "TICKSUP            TICKET DESK".
              05 FILLER PIC X(47) VALUE
                 "UNCLFIN            UNCLAIMED BALANCES".
              05 FILLER PIC X(47) VALUE
                 "FINSFIN            FINANCIAL STATEMENTS".
              05 FILLER PIC X(47) VALUE
                 "YENDFIN            YEAR END".
              05 FILLER PIC X(47) VALUE
                 "TILLFIN OPS        SHOP COUNTER TILL".
              05 FILLER PIC X(47) VALUE
                 "BMSTMOD OPS        BOARD MASTER".
              05 FILLER PIC X(47) VALUE
                 "HELPSUP            HELP ARTICLES".
              05 FILLER PIC X(47) VALUE
                 "CHATMOD OPS        CHAT ROOMS".
              05 FILLER PIC X(47) VALUE
                 "REPLSUP            GAME SESSION REPLAY".
              05 FILLER PIC X(47) VALUE
                 "QUIZOPS            QUIZ NIGHTS".
              05 FILLER PIC X(47) VALUE
                 "ROLESYS            STAFF ROLES".
              05 FILLER PIC X(47) VALUE
                 "CKEYSYS            CARD KEY ROTATION".
              05 FILLER PIC X(47) VALUE
                 "LHLDSUP FIN        LEGAL HOLDS".
              05 FILLER PIC X(47) VALUE
                 "EXCPFIN OPS        EXCEPTIONS WORKBENCH".
              05 FILLER PIC X(47) VALUE
                 "ESRLFIN SUP        ESCROW RELEASE TO SELLER".
              05 FILLER PIC X(47) VALUE
                 "ESRFFIN SUP        ESCROW REFUND TO BUYER".
              05 FILLER PIC X(47) VALUE
                 "BTYPMOD OPS        BOARD ACCESS TYPE".
              05 FILLER PIC X(47) VALUE
                 "BREQMOD SUP        BOARD JOIN REQUESTS".
              05 FILLER PIC X(47) VALUE
                 "TAKDMOD            MESSAGE TAKE-DOWN".
              05 FILLER PIC X(47) VALUE
                 "PINMMOD            PIN MESSAGES".
              05 FILLER PIC X(47) VALUE
                 "CDELMOD            COMMENT DELETE".
              05 FILLER PIC X(47) VALUE
                 "EVMFOPS SUP        EVENT DOOR MANIFEST".
              05 FILLER PIC X(47) VALUE
                 "EVCKOPS SUP        EVENT DOOR CHECK-IN".
              05 FILLER PIC X(47) VALUE
                 "EVATOPS SUP        EVENT ATTENDANCE REPORT".
              05 FILLER PIC X(47) VALUE
                 "TOPNOPS            OPEN TOURNAMENT".
              05 FILLER PIC X(47) VALUE
                 "KSPLOPS            KNOCKOUT BRACKET SPOOL".
              05 FILLER PIC X(47) VALUE
                 "KOPNOPS            OPEN KNOCKOUT".
              05 FILLER PIC X(47) VALUE
                 "CHSNMOD            CHAT MUTE/KICK".
           01 WS-SEED-TABLE REDEFINES WS-SEED-VALUES.
              05 WS-SEED-ENTRY PIC X(47) OCCURS 50 TIMES.
           01 WS-SEED-IDX PIC 99.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE SPACES TO WS-ON-FILE-TABLE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-FUNCTION-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-FUNCTION-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-ROW-COUNT < 99 THEN
                           ADD 1 TO WS-ROW-COUNT
                           MOVE FR-FUNCTION TO
                             WS-ON-FILE-FUNCTION(WS-ROW-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-FUNCTION-FILE.

           OPEN EXTEND F-FUNCTION-FILE.
           MOVE 0 TO WS-SEED-IDX.
           PERFORM UNTIL WS-SEED-IDX = 50
               ADD 1 TO WS-SEED-IDX
               MOVE WS-SEED-ENTRY(WS-SEED-IDX) TO FR-ENTRY
               PERFORM CHECK-ON-FILE
               IF WS-ON-FILE = 0 THEN
                   WRITE FR-ENTRY
               END-IF
           END-PERFORM.
           CLOSE F-FUNCTION-FILE.

           GOBACK.

       CHECK-ON-FILE.
           MOVE 0 TO WS-ON-FILE.
           MOVE 0 TO WS-ON-FILE-IDX.
           PERFORM UNTIL WS-ON-FILE-IDX = WS-ROW-COUNT OR
                         WS-ON-FILE = 1
               ADD 1 TO WS-ON-FILE-IDX
               IF WS-ON-FILE-FUNCTION(WS-ON-FILE-IDX) = FR-FUNCTION
                 THEN
                   MOVE 1 TO WS-ON-FILE
               END-IF
           END-PERFORM.
