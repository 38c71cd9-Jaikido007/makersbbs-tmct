       IDENTIFICATION DIVISION.
       PROGRAM-ID. check-address-returned.
      ******************************************************************
      *----SUB PROGRAM THAT SAYS WHETHER POST TO A MEMBER'S ADDRESS----*
      *----HAS COME BACK FROM THE MAILING HOUSE UNDELIVERED.-----------*
      *----IMPORT-MAIL-RETURNS MARKS SUCH AN ADDRESS UNVERIFIED IN-----*
      *----UNDELIVERABLE-ADDRESSES.DAT; IT STAYS THAT WAY UNTIL THE----*
      *----MEMBER SAVES THEIR CONTACT DETAILS, WHICH EITHER REPLACES---*
      *----IT OR CONFIRMS IT. WHILE IT IS UNVERIFIED MAIL-EXTRACT------*
      *----HOLDS THEIR LETTERS IN THE QUEUE AND SIGN-IN ASKS THEM TO---*
      *----PUT IT RIGHT------------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-UNDELIVERABLE-FILE ASSIGN TO
             "undeliverable-addresses.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-UNDELIVERABLE-FILE.
           01 UA-ENTRY.
              05 UA-USERNAME PIC X(16).
              05 UA-ADDR-1 PIC X(30).
              05 UA-ADDR-2 PIC X(30).
              05 UA-POSTCODE PIC X(8).
              05 UA-REASON PIC X(1).
              05 UA-MAIL-ID PIC 9(6).
              05 UA-DATE PIC 9(8).
      *>    "U" UNVERIFIED, "C" CONFIRMED OR REPLACED BY THE MEMBER
              05 UA-STATUS PIC X(1).
              05 UA-CLEARED PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-ADDR-1 PIC X(30).
           01 LS-ADDR-2 PIC X(30).
           01 LS-POSTCODE PIC X(8).
      *>    1 = POST TO THIS ADDRESS HAS COME BACK AND IT IS STILL
      *>    UNVERIFIED
           01 LS-RETURNED PIC 9.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ADDR-1, LS-ADDR-2,
           LS-POSTCODE, LS-RETURNED.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO LS-RETURNED.

           IF LS-ADDR-1 = SPACES THEN
               GOBACK
           END-IF.

           OPEN INPUT F-UNDELIVERABLE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-UNDELIVERABLE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF UA-USERNAME = LS-USERNAME AND
                          UA-ADDR-1 = LS-ADDR-1 AND
                          UA-ADDR-2 = LS-ADDR-2 AND
                          UA-POSTCODE = LS-POSTCODE AND
                          UA-STATUS = "U" THEN
                           MOVE 1 TO LS-RETURNED
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-UNDELIVERABLE-FILE.

           GOBACK.
