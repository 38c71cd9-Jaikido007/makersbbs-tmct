      *----MAIL-QUEUE.DAT FOR THE NIGHTLY MAILING-HOUSE EXTRACT. A-----*
      *----MEMBER WITH THE SAME ITEM TYPE ALREADY QUEUED AND NOT YET---*
      *----DISPATCHED IS NOT QUEUED AGAIN, SO A BUSY THREAD CANNOT-----*
      *----GENERATE A SACKFUL OF IDENTICAL LETTERS. A SECURITY LETTER--*
      *----IS THE EXCEPTION: EACH ONE REPORTS A SEPARATE CHANGE TO THE-*
      *----ACCOUNT AND IS ALWAYS QUEUED--------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       END-IF
                       IF MQ-USERNAME = LS-USERNAME AND
                          MQ-TYPE = LS-TYPE AND
                          MQ-TYPE NOT = "SECURITY" AND
                          MQ-STATUS = "Q" THEN
                           MOVE 1 TO WS-ALREADY-QUEUED
                       END-IF
