      *----SINGLE-USE CODE MUST NOT HAVE BEEN REDEEMED BEFORE. THE-----*
      *----REDEMPTION COUNT IS BUMPED IN PLACE AND THE CREDIT IS-------*
      *----LOGGED THROUGH TRANSACTIONS.CBL UNDER ITS OWN "V" ENTRY-----*
      *----TYPE SO THE REVENUE REPORT NEVER COUNTS IT AS CARD INCOME.--*
      *----A PERSONAL CODE (ONE WITH AN OWNER, AS THE WIN-BACK---------*
      *----CAMPAIGNS ISSUE) ONLY REDEEMS FOR THAT MEMBER---------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              05 VO-EXPIRY PIC 9(8).
              05 VO-USE-MODE PIC X(1).
              05 VO-REDEMPTION-COUNT PIC 9(5).
      *>       SET ONLY ON A PERSONAL CODE; BLANK = ANY MEMBER
              05 VO-OWNER PIC X(16).

           WORKING-STORAGE SECTION.
           01 WS-NO-TARIFF PIC X(4) VALUE SPACES.
       REDEEM-PROCESS.
           MOVE 1 TO WS-FOUND.

      *>    SOMEONE ELSE'S PERSONAL CODE IS TREATED AS NO CODE AT
      *>    ALL, SO IT GIVES NOTHING AWAY ABOUT WHOSE IT IS.
           IF VO-OWNER NOT = SPACES AND VO-OWNER NOT = LS-USERNAME THEN
               MOVE "N" TO LS-RESULT
           ELSE
           IF VO-EXPIRY < WS-TODAY THEN
               MOVE "E" TO LS-RESULT
           ELSE
                   MOVE VO-VALUE TO WS-VOUCHER-VALUE
                   MOVE "Y" TO LS-RESULT
               END-IF
           END-IF
           END-IF.
