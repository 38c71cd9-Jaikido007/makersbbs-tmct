       IDENTIFICATION DIVISION.
       PROGRAM-ID. warehouse-dimensions.
      ******************************************************************
      *----SUB PROGRAM FOR THE NIGHTLY DATA-WAREHOUSE EXTRACT THAT-----*
      *----WRITES THE DIMENSION FILES FOR MEMBERS, BOARDS, GAMES,------*
      *----TARIFFS AND DATES. EVERY MEMBER, BOARD, BUILT-IN GAME AND---*
      *----STORE TIER IS GIVEN ITS SURROGATE KEY FIRST, SO A-----------*
      *----DIMENSION ROW EXISTS EVEN WITHOUT FACTS, THEN EACH KEY ON---*
      *----DW-KEYS.DAT IS WRITTEN OUT WITH TODAY'S ATTRIBUTES (A-------*
      *----MEMBER OR BOARD SINCE REMOVED KEEPS ITS ROW, MARKED SO).----*
      *----KEY 0 IS THE UNKNOWN ROW IN EVERY DIMENSION. THE FILES------*
      *----CARRY THE SAME H/D/T LAYOUT AS THE FACT FILES---------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-USERS-FILE ASSIGN TO 'users.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME.

           SELECT OPTIONAL F-BOARD-MASTER-FILE ASSIGN TO
             "board-master.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-KEYS-FILE ASSIGN TO "dw-keys.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OUT-FILE ASSIGN TO WS-OUT-NAME
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

           FD F-BOARD-MASTER-FILE.
           01 BD-ENTRY.
              05 BD-CODE PIC X(10).
              05 BD-TITLE PIC X(30).
              05 BD-DESCRIPTION PIC X(60).
              05 BD-DISPLAY-ORDER PIC 9(3).
              05 BD-OWNER PIC X(16).
              05 BD-CREATED PIC 9(8).
      *>    "O" OPEN, "R" READ-ONLY, "X" RETIRED
              05 BD-STATUS PIC X(1).

           FD F-KEYS-FILE.
           01 DK-ENTRY.
              05 DK-TYPE PIC X(1).
              05 DK-NATURAL PIC X(16).
              05 DK-KEY PIC 9(7).

           FD F-OUT-FILE.
           01 OUT-LINE PIC X(200).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-OUT-NAME PIC X(30).
           01 WS-OUT-LINE PIC X(200).
           01 WS-FOUND PIC 9.
           01 WS-IDX PIC 9(4).

           01 WS-ROWS PIC 9(7).
           01 WS-TOTAL-1 PIC 9(9).
           01 WS-TOTAL-2 PIC 9(9).

           01 WS-KEY-ACTION PIC X(1).
           01 WS-KEY-TYPE PIC X(1).
           01 WS-KEY-NATURAL PIC X(16).
           01 WS-KEY PIC 9(7).
           01 WS-WANTED-TYPE PIC X(1).

      *>    MEMBER ATTRIBUTES; "A" ON FILE, "R" REMOVED SINCE ITS
      *>    ROWS WERE EXTRACTED.
           01 WS-MEMBER-STATUS PIC X(1).

           01 WS-BOARD-COUNT PIC 9(4) VALUE 0.
           01 WS-BOARD-TABLE.
               05 WS-BOARD-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-BOARD-COUNT.
                   10 WS-BRD-CODE PIC X(10).
                   10 WS-BRD-TITLE PIC X(30).
                   10 WS-BRD-OWNER PIC X(16).
                   10 WS-BRD-CREATED PIC 9(8).
                   10 WS-BRD-STATUS PIC X(1).

      *>    THE GAMES THAT STAKE CREDITS, BY THE CODE THEIR WAGERS
      *>    CARRY IN THE LEDGER'S TARIFF FIELD.
           01 WS-GAME-CODES.
              05 FILLER PIC X(4) VALUE "WORD".
              05 FILLER PIC X(4) VALUE "CHAL".
              05 FILLER PIC X(4) VALUE "TRIV".
              05 FILLER PIC X(4) VALUE "TTT ".
              05 FILLER PIC X(4) VALUE "NUM ".
              05 FILLER PIC X(4) VALUE "ANAG".
           01 WS-GAME-CODE-TABLE REDEFINES WS-GAME-CODES.
              05 WS-GAME-CODE OCCURS 6 TIMES PIC X(4).
           01 WS-GAME-NAMES.
              05 FILLER PIC X(20) VALUE "WORD GUESSING".
              05 FILLER PIC X(20) VALUE "DAILY CHALLENGE".
              05 FILLER PIC X(20) VALUE "TRIVIA QUIZ".
              05 FILLER PIC X(20) VALUE "TIC-TAC-TOE".
              05 FILLER PIC X(20) VALUE "NUMBER GUESSING".
              05 FILLER PIC X(20) VALUE "ANAGRAM RACE".
           01 WS-GAME-NAME-TABLE REDEFINES WS-GAME-NAMES.
              05 WS-GAME-NAME OCCURS 6 TIMES PIC X(20).
           01 WS-GAME-NAME-OUT PIC X(20).

      *>    THE STORE'S SIX TIERS AS PRICED TODAY.
           01 WS-PRICE-TABLE.
              05 WS-TIER OCCURS 6 TIMES.
                 10 WS-TIER-TARIFF PIC X(4).
                 10 WS-TIER-CREDITS PIC 9(6).
                 10 WS-TIER-PRICE PIC 9(6).
           01 WS-TARIFF-KIND PIC X(5).
           01 WS-TARIFF-CREDITS PIC 9(6).
           01 WS-TARIFF-PRICE PIC 9(6).

           01 WS-DAY PIC 9(8).
           01 WS-DAY-X REDEFINES WS-DAY.
              05 WS-DAY-YEAR PIC X(4).
              05 WS-DAY-MONTH PIC X(2).
              05 WS-DAY-DOM PIC X(2).
           01 WS-DAY-NO PIC 9(7).
           01 WS-LAST-DAY-NO PIC 9(7).
           01 WS-WEEKDAY PIC 9(1).
           01 WS-IS-PROCESSING PIC 9.

           LINKAGE SECTION.
      *>    THE DATE DIMENSION RUNS FROM THE FIRST DATE EVER EXTRACTED
      *>    TO TODAY
           01 LS-FIRST-DATE PIC 9(8).
           01 LS-TODAY PIC 9(8).

       PROCEDURE DIVISION USING LS-FIRST-DATE, LS-TODAY.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-BOARD-COUNT.

           PERFORM REGISTER-MASTERS.

      *>    EVERY KEY THE FACTS AND MASTERS NEED IS NOW GIVEN OUT, SO
      *>    THE MAP GOES BACK TO DW-KEYS.DAT AND IS READ FROM THERE.
           MOVE "S" TO WS-KEY-ACTION.
           CALL "warehouse-key" USING WS-KEY-ACTION, WS-KEY-TYPE,
               WS-KEY-NATURAL, WS-KEY.

           PERFORM WRITE-MEMBERS.
           PERFORM WRITE-BOARDS.
           PERFORM WRITE-GAMES.
           PERFORM WRITE-TARIFFS.
           PERFORM WRITE-DATES.

           GOBACK.

      *>    A MEMBER, BOARD, GAME OR TARIFF WITH NO FACTS YET STILL
      *>    GETS ITS KEY, SO THE DIMENSIONS ARE COMPLETE.
       REGISTER-MASTERS.
           MOVE "K" TO WS-KEY-ACTION.

           MOVE "M" TO WS-KEY-TYPE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-USERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-USERS-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE USERNAME TO WS-KEY-NATURAL
                       PERFORM GET-KEY
               END-READ
           END-PERFORM.
           CLOSE F-USERS-FILE.

           MOVE "B" TO WS-KEY-TYPE.
           MOVE "GENERAL" TO WS-KEY-NATURAL.
           PERFORM GET-KEY.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BOARD-MASTER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BOARD-MASTER-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-BOARD-COUNT < 999 THEN
                           ADD 1 TO WS-BOARD-COUNT
                           MOVE BD-CODE TO WS-BRD-CODE(WS-BOARD-COUNT)
                           MOVE BD-TITLE TO
                             WS-BRD-TITLE(WS-BOARD-COUNT)
                           MOVE BD-OWNER TO
                             WS-BRD-OWNER(WS-BOARD-COUNT)
                           MOVE BD-CREATED TO
                             WS-BRD-CREATED(WS-BOARD-COUNT)
                           MOVE BD-STATUS TO
                             WS-BRD-STATUS(WS-BOARD-COUNT)
                       END-IF
                       MOVE BD-CODE TO WS-KEY-NATURAL
                       PERFORM GET-KEY
               END-READ
           END-PERFORM.
           CLOSE F-BOARD-MASTER-FILE.

           MOVE "G" TO WS-KEY-TYPE.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = 6
               ADD 1 TO WS-IDX
               MOVE WS-GAME-CODE(WS-IDX) TO WS-KEY-NATURAL
               PERFORM GET-KEY
           END-PERFORM.

           CALL "get-store-prices" USING LS-TODAY, WS-PRICE-TABLE.
           MOVE "T" TO WS-KEY-TYPE.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = 6
               ADD 1 TO WS-IDX
               MOVE WS-TIER-TARIFF(WS-IDX) TO WS-KEY-NATURAL
               PERFORM GET-KEY
           END-PERFORM.

       GET-KEY.
           CALL "warehouse-key" USING WS-KEY-ACTION, WS-KEY-TYPE,
               WS-KEY-NATURAL, WS-KEY.

       WRITE-MEMBERS.
           MOVE "dw-dim-member.dat" TO WS-OUT-NAME.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "H|MEMBER_KEY|USERNAME|DISPLAY_NAME|LEVEL|"
               "VIP_EXPIRY|STATUS" DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM OPEN-DIM-FILE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|0000000|UNKNOWN||||R" DELIMITED BY SIZE
               INTO WS-OUT-LINE.
           PERFORM WRITE-DIM-LINE.

           OPEN INPUT F-USERS-FILE.
           MOVE "M" TO WS-WANTED-TYPE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KEYS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KEYS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF DK-TYPE = WS-WANTED-TYPE THEN
                           PERFORM WRITE-MEMBER-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KEYS-FILE.
           CLOSE F-USERS-FILE.

           PERFORM CLOSE-DIM-FILE.

       WRITE-MEMBER-ROW.
           MOVE DK-NATURAL TO USERNAME.
           MOVE "A" TO WS-MEMBER-STATUS.
           READ F-USERS-FILE KEY IS USERNAME
               INVALID KEY MOVE "R" TO WS-MEMBER-STATUS
           END-READ.
           IF WS-MEMBER-STATUS = "R" THEN
               MOVE SPACES TO DISPLAY-NAME
               MOVE SPACES TO USER-LEVEL
               MOVE 0 TO VIP-EXPIRY
           ELSE
               ADD 1 TO WS-TOTAL-1
           END-IF.

           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|" DK-KEY "|" FUNCTION TRIM(DK-NATURAL) "|"
               FUNCTION TRIM(DISPLAY-NAME) "|" FUNCTION TRIM(USER-LEVEL)
               "|" VIP-EXPIRY "|" WS-MEMBER-STATUS
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-DIM-LINE.

      *>    THE GENERAL BOARD IS NOT ON THE MASTER; IT IS ALWAYS OPEN.
       WRITE-BOARDS.
           MOVE "dw-dim-board.dat" TO WS-OUT-NAME.
           MOVE "H|BOARD_KEY|CODE|TITLE|OWNER|CREATED|STATUS"
             TO WS-OUT-LINE.
           PERFORM OPEN-DIM-FILE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|0000000|UNKNOWN||||X" DELIMITED BY SIZE
               INTO WS-OUT-LINE.
           PERFORM WRITE-DIM-LINE.

           MOVE "B" TO WS-WANTED-TYPE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KEYS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KEYS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF DK-TYPE = WS-WANTED-TYPE THEN
                           PERFORM WRITE-BOARD-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KEYS-FILE.

           PERFORM CLOSE-DIM-FILE.

       WRITE-BOARD-ROW.
           MOVE SPACES TO BD-ENTRY.
           MOVE 0 TO BD-CREATED.
           MOVE "X" TO BD-STATUS.
           IF DK-NATURAL = "GENERAL" THEN
               MOVE "GENERAL" TO BD-TITLE
               MOVE "O" TO BD-STATUS
           END-IF.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = WS-BOARD-COUNT
               ADD 1 TO WS-IDX
               IF WS-BRD-CODE(WS-IDX) = DK-NATURAL THEN
                   MOVE WS-BRD-TITLE(WS-IDX) TO BD-TITLE
                   MOVE WS-BRD-OWNER(WS-IDX) TO BD-OWNER
                   MOVE WS-BRD-CREATED(WS-IDX) TO BD-CREATED
                   MOVE WS-BRD-STATUS(WS-IDX) TO BD-STATUS
               END-IF
           END-PERFORM.
           IF BD-STATUS NOT = "X" THEN
               ADD 1 TO WS-TOTAL-1
           END-IF.

           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|" DK-KEY "|" FUNCTION TRIM(DK-NATURAL) "|"
               FUNCTION TRIM(BD-TITLE) "|" FUNCTION TRIM(BD-OWNER) "|"
               BD-CREATED "|" BD-STATUS
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-DIM-LINE.

       WRITE-GAMES.
           MOVE "dw-dim-game.dat" TO WS-OUT-NAME.
           MOVE "H|GAME_KEY|CODE|NAME" TO WS-OUT-LINE.
           PERFORM OPEN-DIM-FILE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|0000000|UNKNOWN|" DELIMITED BY SIZE
               INTO WS-OUT-LINE.
           PERFORM WRITE-DIM-LINE.

           MOVE "G" TO WS-WANTED-TYPE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KEYS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KEYS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF DK-TYPE = WS-WANTED-TYPE THEN
                           PERFORM FIND-GAME-NAME
                           MOVE SPACES TO WS-OUT-LINE
                           STRING "D|" DK-KEY "|"
                               FUNCTION TRIM(DK-NATURAL) "|"
                               FUNCTION TRIM(WS-GAME-NAME-OUT)
                               DELIMITED BY SIZE INTO WS-OUT-LINE
                           PERFORM WRITE-DIM-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KEYS-FILE.

           PERFORM CLOSE-DIM-FILE.

       FIND-GAME-NAME.
           MOVE SPACES TO WS-GAME-NAME-OUT.
           MOVE 0 TO WS-FOUND.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = 6
               ADD 1 TO WS-IDX
               IF WS-GAME-CODE(WS-IDX) = DK-NATURAL(1:4) AND
                  DK-NATURAL(5:12) = SPACES THEN
                   MOVE WS-GAME-NAME(WS-IDX) TO WS-GAME-NAME-OUT
                   MOVE 1 TO WS-FOUND
               END-IF
           END-PERFORM.

      *>    "STORE" A CREDIT-STORE TIER AT TODAY'S PRICE, "GAME" A
      *>    WAGER ROW'S GAME CODE, "OTHER" ANYTHING ELSE THE LEDGER
      *>    HAS CARRIED.
       WRITE-TARIFFS.
           MOVE "dw-dim-tariff.dat" TO WS-OUT-NAME.
           MOVE "H|TARIFF_KEY|CODE|KIND|CREDITS|PRICE" TO WS-OUT-LINE.
           PERFORM OPEN-DIM-FILE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|0000000|UNKNOWN|OTHER|000000|000000"
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-DIM-LINE.

           MOVE "T" TO WS-WANTED-TYPE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KEYS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KEYS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF DK-TYPE = WS-WANTED-TYPE THEN
                           PERFORM WRITE-TARIFF-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KEYS-FILE.

           PERFORM CLOSE-DIM-FILE.

       WRITE-TARIFF-ROW.
           MOVE "OTHER" TO WS-TARIFF-KIND.
           MOVE 0 TO WS-TARIFF-CREDITS.
           MOVE 0 TO WS-TARIFF-PRICE.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = 6
               ADD 1 TO WS-IDX
               IF WS-TIER-TARIFF(WS-IDX) = DK-NATURAL(1:4) AND
                  DK-NATURAL(5:12) = SPACES THEN
                   MOVE "STORE" TO WS-TARIFF-KIND
                   MOVE WS-TIER-CREDITS(WS-IDX) TO WS-TARIFF-CREDITS
                   MOVE WS-TIER-PRICE(WS-IDX) TO WS-TARIFF-PRICE
               END-IF
           END-PERFORM.
           IF WS-TARIFF-KIND = "OTHER" THEN
               PERFORM FIND-GAME-NAME
               IF WS-FOUND = 1 THEN
                   MOVE "GAME" TO WS-TARIFF-KIND
               END-IF
           END-IF.
           IF WS-TARIFF-KIND = "STORE" THEN
               ADD 1 TO WS-TOTAL-1
               ADD WS-TARIFF-PRICE TO WS-TOTAL-2
           END-IF.

           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|" DK-KEY "|" FUNCTION TRIM(DK-NATURAL) "|"
               FUNCTION TRIM(WS-TARIFF-KIND) "|" WS-TARIFF-CREDITS "|"
               WS-TARIFF-PRICE DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-DIM-LINE.

      *>    ONE ROW PER CALENDAR DAY, KEYED ON THE YYYYMMDD DATE THE
      *>    FACT FILES CARRY; WEEKDAY 1 IS MONDAY.
       WRITE-DATES.
           MOVE "dw-dim-date.dat" TO WS-OUT-NAME.
           MOVE "H|DATE_KEY|YEAR|MONTH|DAY|WEEKDAY|PROCESSING_DAY"
             TO WS-OUT-LINE.
           PERFORM OPEN-DIM-FILE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|00000000|0000|00|00|0|N" DELIMITED BY SIZE
               INTO WS-OUT-LINE.
           PERFORM WRITE-DIM-LINE.

           MOVE LS-FIRST-DATE TO WS-DAY.
           IF WS-DAY = 0 OR WS-DAY > LS-TODAY THEN
               MOVE LS-TODAY TO WS-DAY
           END-IF.
           COMPUTE WS-DAY-NO = FUNCTION INTEGER-OF-DATE(WS-DAY).
           COMPUTE WS-LAST-DAY-NO = FUNCTION INTEGER-OF-DATE(LS-TODAY).
           PERFORM UNTIL WS-DAY-NO > WS-LAST-DAY-NO
               COMPUTE WS-DAY = FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
               COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NO - 1, 7) + 1
               CALL "check-business-day" USING WS-DAY,
                   WS-IS-PROCESSING
               MOVE SPACES TO WS-OUT-LINE
               IF WS-IS-PROCESSING = 1 THEN
                   ADD 1 TO WS-TOTAL-1
                   STRING "D|" WS-DAY "|" WS-DAY-YEAR "|" WS-DAY-MONTH
                       "|" WS-DAY-DOM "|" WS-WEEKDAY "|Y"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               ELSE
                   STRING "D|" WS-DAY "|" WS-DAY-YEAR "|" WS-DAY-MONTH
                       "|" WS-DAY-DOM "|" WS-WEEKDAY "|N"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               END-IF
               PERFORM WRITE-DIM-LINE
               ADD 1 TO WS-DAY-NO
           END-PERFORM.

           PERFORM CLOSE-DIM-FILE.

       OPEN-DIM-FILE.
           MOVE 0 TO WS-ROWS.
           MOVE 0 TO WS-TOTAL-1.
           MOVE 0 TO WS-TOTAL-2.
           OPEN OUTPUT F-OUT-FILE.
           MOVE WS-OUT-LINE TO OUT-LINE.
           WRITE OUT-LINE.

       WRITE-DIM-LINE.
           MOVE WS-OUT-LINE TO OUT-LINE.
           WRITE OUT-LINE.
           ADD 1 TO WS-ROWS.

      *>    DIMENSIONS GO OUT WHOLE EVERY NIGHT; THE CONTROL RECORD
      *>    CARRIES THE ROW COUNT (WITH THE UNKNOWN ROW), THE
      *>    DIMENSION'S LIVE COUNT AND, FOR TARIFFS, TODAY'S STORE
      *>    PRICES ADDED UP.
       CLOSE-DIM-FILE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "T|" WS-ROWS "|" WS-TOTAL-1 "|" WS-TOTAL-2 "|FULL|"
               LS-FIRST-DATE "|" LS-TODAY DELIMITED BY SIZE
               INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO OUT-LINE.
           WRITE OUT-LINE.
           CLOSE F-OUT-FILE.
