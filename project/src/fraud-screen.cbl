      *----      (FRAUD-DAILY-BUYS PARAMETER, DEFAULT 3)---------------*
      *----  "R" PURCHASE-THEN-REFUND CHURN (FRAUD-REFUND-COUNT--------*
      *----      REFUNDS ON FILE, DEFAULT 2)---------------------------*
      *----  "K" ROWS ARE CHARGEBACKS, ADDED ON THE END BY-------------*
      *----      IMPORT-CHARGEBACKS THE MORNING AFTER------------------*
      *----  "L" ROWS ARE DEALINGS BETWEEN LINKED ACCOUNTS,------------*
      *----      ADDED ON THE END BY LINK-SCREEN, WHICH RUNS NEXT------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS USERNAME.

           SELECT OPTIONAL F-CARDS-FILE ASSIGN TO "cards.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO
             "transaction-log-archive.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-EXCEPTIONS-FILE ASSIGN TO
             "fraud-exceptions.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
