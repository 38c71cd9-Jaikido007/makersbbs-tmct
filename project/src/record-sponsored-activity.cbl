       IDENTIFICATION DIVISION.
       PROGRAM-ID. record-sponsored-activity.
      ******************************************************************
      *----SUB PROGRAM THAT KEEPS A PER-CAMPAIGN IMPRESSION/CLICK------*
      *----COUNTER FOR SPONSORED POSTS SO ADVERTISERS CAN BE GIVEN-----*
      *----REAL ENGAGEMENT NUMBERS INSTEAD OF JUST "YOUR AD RAN". BOTH-*
      *----FILES ARE KEYED ON THE CAMPAIGN NUMBER, NOT THE HEADLINE, SO*
      *----TWO CAMPAIGNS SHARING A TITLE KEEP THEIR OWN FIGURES; THE---*
      *----TITLE IS CARRIED ON THE ANALYTICS ROW FOR READING ONLY------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT OPTIONAL F-DAILY-COUNTS-FILE ASSIGN TO
             'sponsored-daily-counts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-SPONSORED-ANALYTICS-FILE.
           01 SA-ENTRY.
              05 SA-CAMPAIGN-ID PIC 9(4).
              05 SA-TITLE PIC X(50).
              05 SA-IMPRESSIONS PIC 9(6).
              05 SA-CLICKS PIC 9(6).
           FD F-DAILY-COUNTS-FILE.
           01 SD-ENTRY.
              05 SD-DATE PIC 9(8).
              05 SD-CAMPAIGN-ID PIC 9(4).
              05 SD-IMPRESSIONS PIC 9(5).

           WORKING-STORAGE SECTION.
           01 WS-TODAY PIC 9(8).

           LINKAGE SECTION.
           01 LS-CAMPAIGN-ID PIC 9(4).
           01 LS-TITLE PIC X(50).
           01 LS-ACTIVITY-TYPE PIC X(1).

       PROCEDURE DIVISION USING LS-CAMPAIGN-ID, LS-TITLE,
           LS-ACTIVITY-TYPE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-FOUND.

           OPEN I-O F-SPONSORED-ANALYTICS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SPONSORED-ANALYTICS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SA-CAMPAIGN-ID = LS-CAMPAIGN-ID THEN
                           MOVE 1 TO WS-FOUND
                           IF LS-ACTIVITY-TYPE = "C" THEN
                               ADD 1 TO SA-CLICKS

           IF WS-FOUND = 0 THEN
               OPEN EXTEND F-SPONSORED-ANALYTICS-FILE
               MOVE LS-CAMPAIGN-ID TO SA-CAMPAIGN-ID
               MOVE LS-TITLE TO SA-TITLE
               MOVE 0 TO SA-IMPRESSIONS
               MOVE 0 TO SA-CLICKS
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SD-DATE = WS-TODAY AND
                          SD-CAMPAIGN-ID = LS-CAMPAIGN-ID THEN
                           MOVE 1 TO WS-FOUND
                           ADD 1 TO SD-IMPRESSIONS
                           REWRITE SD-ENTRY
           IF WS-FOUND = 0 THEN
               OPEN EXTEND F-DAILY-COUNTS-FILE
               MOVE WS-TODAY TO SD-DATE
               MOVE LS-CAMPAIGN-ID TO SD-CAMPAIGN-ID
               MOVE 1 TO SD-IMPRESSIONS
               WRITE SD-ENTRY
               CLOSE F-DAILY-COUNTS-FILE
