       FILE-CONTROL.
           SELECT OPTIONAL F-DAILY-COUNTS-FILE ASSIGN TO
             'sponsored-daily-counts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-DAILY-COUNTS-FILE.
           01 SD-ENTRY.
              05 SD-DATE PIC 9(8).
              05 SD-CAMPAIGN-ID PIC 9(4).
              05 SD-IMPRESSIONS PIC 9(5).

           WORKING-STORAGE SECTION.

           LINKAGE SECTION.
           01 LS-DATE PIC 9(8).
           01 LS-CAMPAIGN-ID PIC 9(4).
           01 LS-IMPRESSIONS PIC 9(5).

       PROCEDURE DIVISION USING LS-DATE, LS-CAMPAIGN-ID,
           LS-IMPRESSIONS.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SD-DATE = LS-DATE AND
                          SD-CAMPAIGN-ID = LS-CAMPAIGN-ID THEN
                           MOVE SD-IMPRESSIONS TO LS-IMPRESSIONS
                       END-IF
               END-READ
