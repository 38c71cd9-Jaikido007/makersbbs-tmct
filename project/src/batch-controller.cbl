      *----THE ONE PROGRAM TO SCHEDULE EACH NIGHT. RUNS THE------------*
      *----STANDALONE BATCH JOBS IN THE RIGHT ORDER -- END-OF-DAY------*
      *----(WHICH CHECKPOINTS ITS OWN STEPS AND FINISHES WITH THE------*
      *----CREDIT RECONCILE), THEN THE CARD AUTHORISATION FILE FOR-----*
      *----THE NIGHT'S OFF-SESSION CHARGES, THEN THE ARREARS-----------*
      *----ESCALATION LADDER, THEN THE GENERATION BACKUP, THEN THE-----*
      *----RETENTION PURGE OF THE LOG FILES, THEN THE CROSS-FILE-------*
      *----INTEGRITY AUDIT -- AND RECORDS START TIME, END TIME AND-----*
      *----OUTCOME PER JOB IN BATCH-RUN-LOG.DAT: A "RUN" ROW WITH------*
      *----NO END STAMP AS EACH JOB STARTS, THEN A SECOND ROW WITH-----*
      *----THE SAME START STAMP WHEN IT FINISHES. A JOB ALREADY--------*
      *----LOGGED OK FOR TODAY'S BUSINESS DATE IS NOT RUN AGAIN,-------*
      *----AND A FAILING STEP STOPS THE CHAIN SO THE MORNING CHECK-----*
      *----IS ONE LOG INSTEAD OF SIX FILES. THE BUSINESS DATE COMES----*
      *----FROM BUSINESS-CALENDAR.DAT: A DAY MARKED "N" THERE SKIPS----*
      *----THE CHAIN, AND THE OPERATOR CAN RUN THE WHOLE CHAIN "AS-----*
      *----OF" A MISSED DATE BY PASSING YYYYMMDD ON THE COMMAND--------*
      *----LINE, SO A SKIPPED NIGHT IS CAUGHT UP UNDER THE RIGHT-------*
      *----DATE IN THE RUN LOG-----------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-OUTCOME PIC X(4).
           01 WS-CHAIN-STOPPED PIC 9 VALUE 0.

      *>    VIP-AUTO-RENEW AND END-OF-DAY (INSTALMENTS) BOTH QUEUE
      *>    CARD CHARGES, SO CUT-AUTH-REQUESTS FOLLOWS THEM AND THE
      *>    PROCESSOR GETS THE WHOLE NIGHT'S REQUESTS IN ONE FILE.
      *>    ESCALATE-ARREARS FOLLOWS CUT-AUTH-REQUESTS, SO AN ARREAR
      *>    HANDED TO THE COLLECTIONS AGENCY TONIGHT HAS ALREADY HAD
      *>    ITS LAST CARD RETRY CUT TO THE PROCESSOR.
      *>    RETENTION-PURGE FOLLOWS BACKUP-FILES, SO THE NIGHT'S
      *>    GENERATION STILL HOLDS EVERY ROW THE PURGE TAKES OUT.
      *>    LINK-SCREEN FOLLOWS FRAUD-SCREEN, WHICH STARTS THE NIGHT'S
      *>    FRAUD-EXCEPTIONS.DAT AFRESH, AND ADDS ITS ROWS ON THE END.
      *>    COLLECT-EXCEPTIONS COMES AFTER ALL OF THE EXCEPTION FILES
      *>    HAVE BEEN WRITTEN FOR THE NIGHT, SO THE WORKBENCH QUEUE
      *>    HOLDS EVERYTHING BY MORNING.
      *>    WAREHOUSE-EXTRACT COMES AFTER END-OF-DAY HAS ROLLED THE
      *>    DAY'S LEDGER ONTO THE ARCHIVE IT CUTS THE LEDGER FACTS
      *>    FROM.
           01 WS-JOB-COUNT PIC 99 VALUE 15.
           01 WS-JOB-NAMES.
              05 FILLER PIC X(24) VALUE "vip-auto-renew".
              05 FILLER PIC X(24) VALUE "end-of-day-batch".
              05 FILLER PIC X(24) VALUE "cut-auth-requests".
              05 FILLER PIC X(24) VALUE "escalate-arrears".
              05 FILLER PIC X(24) VALUE "draw-raffle".
              05 FILLER PIC X(24) VALUE "dormant-sweep".
              05 FILLER PIC X(24) VALUE "backup-files".
              05 FILLER PIC X(24) VALUE "retention-purge".
              05 FILLER PIC X(24) VALUE "integrity-audit".
              05 FILLER PIC X(24) VALUE "fraud-screen".
              05 FILLER PIC X(24) VALUE "link-screen".
              05 FILLER PIC X(24) VALUE "collect-exceptions".
              05 FILLER PIC X(24) VALUE "warehouse-extract".
              05 FILLER PIC X(24) VALUE "capacity-snapshot".
              05 FILLER PIC X(24) VALUE "run-report-schedule".
           01 WS-JOB-TABLE REDEFINES WS-JOB-NAMES.
              05 WS-JOB OCCURS 15 TIMES PIC X(24).
           01 WS-JOB-IDX PIC 99.
           01 WS-CMD-LINE PIC X(32).
           01 WS-AS-OF PIC 9(8) VALUE 0.
           01 WS-IS-PROCESSING PIC 9.
                 " ALREADY OK FOR " WS-TODAY " - SKIPPED"
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP
      *>            A START ROW WITH NO END STAMP GOES DOWN FIRST, SO A
      *>            JOB THAT IS STILL RUNNING (OR DIED WITHOUT LOGGING
      *>            ITS END) CAN BE SEEN IN THE LOG BY INTRADAY-BATCH.
               MOVE 0 TO WS-END-STAMP
               MOVE "RUN" TO WS-OUTCOME
               PERFORM WRITE-RUN-LOG
               MOVE ZERO TO RETURN-CODE
               MOVE "OK" TO WS-OUTCOME
               CALL WS-JOB-NAME
