      ******************************************************************
      *----SUB PROGRAM THAT APPENDS ONE DATED, CATEGORISED HANDOVER----*
      *----NOTE (BATCH / MEMBER / HARDWARE) TO SHIFT-LOG.DAT. THE------*
      *----NOTE IS KEYED TO THE NEWEST BUSINESS DATE IN----------------*
      *----BATCH-RUN-LOG.DAT -- SO ON AN AS-OF CATCH-UP NIGHT IT-------*
      *----FILES UNDER THE DATE BEING CAUGHT UP, NOT THE WALL CLOCK----*
      *----(WHICH THE FULL TIMESTAMP STILL CARRIES). THE HOURLY--------*
      *----INTRADAY-BATCH ROWS CARRY NO BUSINESS DATE AND ARE PASSED---*
      *----OVER. AN EMPTY RUN LOG FALLS BACK TO TODAY. THE HEALTH------*
      *----CONSOLE SHOWS THE LAST DAY'S NOTES SO THE NEXT SHIFT SEES---*
      *----WHAT THE LAST ONE LEFT BEHIND INSTEAD OF A PAPER NOTEBOOK---*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               READ F-RUN-LOG-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
      *>               THE HOURLY INTRADAY RUNS ARE STAMPED WITH THE
      *>               WALL CLOCK, NOT A BUSINESS DATE, SO THEY DO
      *>               NOT COUNT.
                       IF BJ-DATE > WS-BUSINESS-DATE AND
                          BJ-JOB NOT = "intraday-batch" THEN
                           MOVE BJ-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
