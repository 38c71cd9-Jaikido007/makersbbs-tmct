      *----CARD LIST IN CARDS.DAT. THE NEW CARD ALWAYS BECOMES THE------*
      *----DEFAULT (MATCHING THE EXISTING SINGLE-SLOT BEHAVIOUR OF------*
      *----USERS.DAT, WHICH THE MAIN BANK DETAILS FORM ALSO UPDATES)----*
      *----A CARD ON CARD-BLACKLIST.DAT (CHARGED BACK TO US THROUGH----*
      *----IMPORT-CHARGEBACKS) IS REFUSED WHOEVER OFFERS IT, AND-------*
      *----NOTHING IS CHANGED------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CARDS-FILE ASSIGN TO "cards.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-BLACKLIST-FILE ASSIGN TO
             "card-blacklist.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               05 CARD-CVV PIC 9(3).
               05 IS-DEFAULT PIC X(1).

           FD F-BLACKLIST-FILE.
           01 BL-ENTRY.
               05 BL-CARD-CIPHER PIC X(16).
               05 BL-DATE PIC 9(8).
               05 BL-USERNAME PIC X(16).
               05 BL-TRANS-DATE PIC 9(8).
               05 BL-TRANS-ID PIC 9(6).

       WORKING-STORAGE SECTION.
           01 WS-COUNTER PIC 9(6) VALUE 0.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-CARD-CIPHER PIC X(23).
           01 WS-BLACKLISTED PIC 9 VALUE 0.

       LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-CARD-NO PIC 9(16).
           01 LS-CARD-EXPIRY PIC 9(4).
      *>    "Y" = SAVED, "B" = CARD IS BLACKLISTED AFTER A CHARGEBACK
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-CARD-NO, LS-CARD-EXPIRY,
           LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-COUNTER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-BLACKLISTED.
           MOVE "B" TO LS-RESULT.

      *>    A CARD THAT HAS BEEN CHARGED BACK IS REFUSED ON EVERY
      *>    ACCOUNT. THE BLACKLIST HOLDS ONLY THE ENCIPHERED NUMBER,
      *>    SO THE NEW CARD IS ENCIPHERED THE SAME WAY TO COMPARE.
           MOVE LS-CARD-NO(1:16) TO WS-CARD-CIPHER(1:16).
           MOVE ALL "0" TO WS-CARD-CIPHER(17:7).
           CALL "encrypt-card-field" USING "E", WS-CARD-CIPHER.
           OPEN INPUT F-BLACKLIST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BLACKLIST-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF BL-CARD-CIPHER = WS-CARD-CIPHER(1:16) THEN
                           MOVE 1 TO WS-BLACKLISTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BLACKLIST-FILE.
           IF WS-BLACKLISTED = 1 THEN
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *>    CLEAR ANY EXISTING DEFAULT FOR THIS MEMBER FIRST, SINCE
      *>    THE CARD ADDED HERE BECOMES THE NEW DEFAULT BELOW.
               WRITE SAVED-CARD
               END-WRITE
           CLOSE F-CARDS-FILE.

           CALL "queue-security-notice" USING LS-USERNAME, "CARD".
           MOVE "Y" TO LS-RESULT.

           GOBACK.
