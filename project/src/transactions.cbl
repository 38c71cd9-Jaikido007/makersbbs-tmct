      *>        SPLIT ITS PURCHASE CARRIED, PASSED IN BY THE CALLER,
      *>        SO A RATE CHANGE BETWEEN THE TWO CANNOT UNBALANCE
      *>        THE RETURN. AN INSTALMENT COLLECTION ("N") IS CARD
      *>        MONEY TOO AND SPLITS THE SAME WAY AS A PURCHASE, AND
      *>        SO DOES A CASH TOP-UP TAKEN AT THE COUNTER ("5").
      *>        OTHER ENTRY TYPES MOVE CREDITS, NOT MONEY, AND STAY
      *>        AT ZERO.
               IF LS-ENTRY-TYPE = "P" OR LS-ENTRY-TYPE = "N" OR
                  LS-ENTRY-TYPE = "5" THEN
                   CALL "get-parameter" USING WS-VAT-PARAM-KEY,
                     WS-VAT-PARAM-DEFAULT, WS-VAT-RATE
                   COMPUTE WS-NET-AMOUNT ROUNDED =
           MOVE TRANSACTION TO WS-JRN-AFTER(1:69).
           CALL "write-update-journal" USING WS-JRN-TAG,
               WS-JRN-BEFORE, WS-JRN-AFTER.

      *>    REAL MONEY GETS ITS TAX DOCUMENT: A NUMBERED VAT RECEIPT
      *>    FOR A PURCHASE, INSTALMENT OR COUNTER CASH TOP-UP, A
      *>    CREDIT NOTE FOR A REFUND.
           IF LS-ENTRY-TYPE = "P" OR LS-ENTRY-TYPE = "N" OR
              LS-ENTRY-TYPE = "R" OR LS-ENTRY-TYPE = "5" THEN
               CALL "issue-vat-document" USING LS-FORMATTED-DT,
                   TRANSACTION
           END-IF.
