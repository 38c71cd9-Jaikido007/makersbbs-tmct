      *----SUB PROGRAM THAT FILES AN ADVERTISER'S OWN CAMPAIGN---------*
      *----SUBMISSION INTO ADV-PENDING.DAT FOR ADMIN APPROVAL, THE-----*
      *----SAME SELF-NUMBERING SHAPE REPORT-CONTENT.CBL USES. AN-------*
      *----ADMIN APPROVING IT (APPROVE-CAMPAIGN.CBL) PUTS IT INTO THE--*
      *----LIVE SPONSORED ROTATION; THE ADVERTISER IS INVOICED---------*
      *----OFF-SYSTEM AS THE PHONE BOOKINGS ALWAYS WERE. THE-----------*
      *----SUBMISSION CARRIES ITS TARGETING -- A BOARD CODE, A MEMBER--*
      *----LEVEL AND A LANGUAGE, EACH LEFT BLANK FOR ANY -- AND A------*
      *----CAMPAIGN WITH ANY TARGETING IS INVOICED AT THE CATALOGUE'S--*
      *----PREMIUM SPTG RATE (GET-CAMPAIGN-RATE)-----------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PENDING-FILE ASSIGN TO 'adv-pending.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
              05 AP-END-DATE PIC 9(8).
              05 AP-DAILY-BUDGET PIC 9(5).
              05 AP-STATUS PIC X(1).
              05 AP-TARGET-BOARD PIC X(10).
              05 AP-TARGET-LEVEL PIC X(3).
              05 AP-TARGET-LANG PIC X(2).

           WORKING-STORAGE SECTION.
           01 WS-COUNTER PIC 9(4) VALUE 0.
           01 LS-START-DATE PIC 9(8).
           01 LS-END-DATE PIC 9(8).
           01 LS-DAILY-BUDGET PIC 9(5).
      *>    TARGETING -- SPACES IN ANY ONE MEANS "ANY"
           01 LS-TARGET-BOARD PIC X(10).
           01 LS-TARGET-LEVEL PIC X(3).
           01 LS-TARGET-LANG PIC X(2).

       PROCEDURE DIVISION USING LS-USERNAME, LS-TITLE, LS-CONTENT,
           LS-START-DATE, LS-END-DATE, LS-DAILY-BUDGET,
           LS-TARGET-BOARD, LS-TARGET-LEVEL, LS-TARGET-LANG.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
               MOVE LS-END-DATE TO AP-END-DATE
               MOVE LS-DAILY-BUDGET TO AP-DAILY-BUDGET
               MOVE "P" TO AP-STATUS
               MOVE LS-TARGET-BOARD TO AP-TARGET-BOARD
               MOVE LS-TARGET-LEVEL TO AP-TARGET-LEVEL
               MOVE LS-TARGET-LANG TO AP-TARGET-LANG
               WRITE AP-ENTRY
               END-WRITE
           CLOSE F-PENDING-FILE.
