      ******************************************************************
      *----STANDALONE KEY-ROTATION UTILITY FOR THE STORED CARD---------*
      *----CIPHER. RUN IT FROM THE CONSOLE: IT ASKS FOR THE NEW--------*
      *----SEVEN-DIGIT KEY, DECIPHERS EVERY CARD FIELD IN USERS.DAT,---*
      *----CARDS.DAT AND CARD-BLACKLIST.DAT UNDER THE KEY CURRENTLY----*
      *----IN CARD-KEY.DAT,--------------------------------------------*
      *----SWAPS THE KEY FILE OVER, AND RE-ENCIPHERS THE LOT UNDER-----*
      *----THE NEW KEY. RUN IT WITH THE SYSTEM QUIET (NO TERMINALS-----*
      *----SIGNED IN) THE SAME WAY THE NIGHTLY BATCH IS RUN. THE-------*
      *----OPERATOR SIGNS IN FIRST AND MUST HOLD A STAFF ROLE THAT-----*
      *----COVERS CARD KEY ROTATION; A REFUSAL IS LOGGED---------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-KEY-FILE ASSIGN TO 'card-key.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             RECORD KEY IS USERNAME.

           SELECT F-CARDS-FILE ASSIGN TO "cards.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-BLACKLIST-FILE ASSIGN TO
             "card-blacklist.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               05 SV-CARD-CVV PIC 9(3).
               05 IS-DEFAULT PIC X(1).

           FD F-BLACKLIST-FILE.
           01 BL-ENTRY.
               05 BL-CARD-CIPHER PIC X(16).
               05 BL-DATE PIC 9(8).
               05 BL-USERNAME PIC X(16).
               05 BL-TRANS-DATE PIC 9(8).
               05 BL-TRANS-ID PIC 9(6).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-NEW-KEY-ENTRY PIC X(7).
           01 WS-NEW-KEY PIC 9(7).
           01 WS-CARD-CIPHER PIC X(23).
           01 WS-PHASE PIC X.
           01 WS-OPERATOR PIC X(16).
           01 WS-OPERATOR-PASSWORD PIC X(20).
           01 WS-SIGNED-IN PIC 9.
           01 WS-OPERATOR-LEVEL PIC X(3).
           01 WS-OPERATOR-VIP-EXPIRY PIC 9(8).
           01 WS-OPERATOR-ROLES PIC X(20).
           01 WS-PERM-COUNT PIC 99.
           01 WS-PERM-TABLE.
              05 WS-PERM-HELD PIC X(4) OCCURS 60 TIMES.
           01 WS-PERM-IDX PIC 99.
           01 WS-PERM-OK PIC 9.
           01 WS-FUNCTION PIC X(4) VALUE "CKEY".

       PROCEDURE DIVISION.
           DISPLAY "OPERATOR USERNAME?".
           ACCEPT WS-OPERATOR.
           DISPLAY "PASSWORD?".
           ACCEPT WS-OPERATOR-PASSWORD.
           CALL "sign-in" USING WS-OPERATOR, WS-OPERATOR-PASSWORD,
             WS-SIGNED-IN.
           IF WS-SIGNED-IN NOT = 1 THEN
               DISPLAY "SIGN-IN FAILED - NOTHING ROTATED"
               GOBACK
           END-IF.

           MOVE SPACES TO WS-OPERATOR-LEVEL.
           CALL "account-status-check" USING WS-OPERATOR,
             WS-OPERATOR-LEVEL, WS-OPERATOR-VIP-EXPIRY.
           CALL "get-staff-permissions" USING WS-OPERATOR,
             WS-OPERATOR-LEVEL, WS-OPERATOR-ROLES, WS-PERM-COUNT,
             WS-PERM-TABLE.
           MOVE 0 TO WS-PERM-OK.
           MOVE 0 TO WS-PERM-IDX.
           PERFORM UNTIL WS-PERM-IDX = WS-PERM-COUNT OR WS-PERM-OK = 1
               ADD 1 TO WS-PERM-IDX
               IF WS-PERM-HELD(WS-PERM-IDX) = WS-FUNCTION THEN
                   MOVE 1 TO WS-PERM-OK
               END-IF
           END-PERFORM.
           IF WS-PERM-OK = 0 THEN
               CALL "record-access-refusal" USING WS-OPERATOR,
                 WS-FUNCTION
               DISPLAY "NOT COVERED BY YOUR ROLES - NOTHING ROTATED"
               GOBACK
           END-IF.

           DISPLAY "NEW CARD KEY (7 DIGITS)?".
           ACCEPT WS-NEW-KEY-ENTRY.
           IF WS-NEW-KEY-ENTRY IS NOT NUMERIC THEN
           MOVE "D" TO WS-PHASE.
           PERFORM CIPHER-USERS-FILE.
           PERFORM CIPHER-CARDS-FILE.
           PERFORM CIPHER-BLACKLIST-FILE.

      *>    SWAP THE KEY FILE OVER.
           OPEN OUTPUT F-KEY-FILE.
           MOVE "E" TO WS-PHASE.
           PERFORM CIPHER-USERS-FILE.
           PERFORM CIPHER-CARDS-FILE.
           PERFORM CIPHER-BLACKLIST-FILE.

           DISPLAY "CARD KEY ROTATED".
           GOBACK.
                   END-READ
           END-PERFORM.
           CLOSE F-CARDS-FILE.

      *>    THE BLACKLIST KEEPS ONLY THE ENCIPHERED CARD NUMBER; THE
      *>    EXPIRY AND CVV POSITIONS ARE CARRIED AS ZEROS, THE SAME
      *>    WAY ADD-SAVED-CARD BUILDS THE VALUE IT COMPARES.
       CIPHER-BLACKLIST-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-BLACKLIST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BLACKLIST-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE BL-CARD-CIPHER TO WS-CARD-CIPHER(1:16)
                       MOVE ALL "0" TO WS-CARD-CIPHER(17:7)
                       CALL "encrypt-card-field" USING WS-PHASE,
                         WS-CARD-CIPHER
                       MOVE WS-CARD-CIPHER(1:16) TO BL-CARD-CIPHER
                       REWRITE BL-ENTRY
               END-READ
           END-PERFORM.
           CLOSE F-BLACKLIST-FILE.
