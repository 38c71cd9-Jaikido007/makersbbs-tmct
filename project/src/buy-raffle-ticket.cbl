           01 WS-RAFL-TARIFF PIC X(4) VALUE "RAFL".
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.
           01 WS-PLAY-VERDICT PIC X.
           01 WS-HHLD-RESULT PIC X.

           LINKAGE SECTION.
           01 LS-FORMATTED-DT.
           01 LS-USERNAME PIC X(16).
      *>    "Y" = TICKET SOLD, "I" = INSUFFICIENT CREDITS,
      *>    "E" = SELF-EXCLUDED, "L" = OWN LOSS LIMIT WOULD BE
      *>    BREACHED, "B" = BARRED BY THE HEAD OF HOUSEHOLD
           01 LS-RESULT PIC X.
           01 LS-TICKET-NO PIC 9(4).

               GOBACK
           END-IF.

      *>    A DEPENDENT SHORT OF THE PRICE DRAWS ON THE HOUSEHOLD.
           CALL "draw-household-credits" USING LS-FORMATTED-DT,
               LS-USERNAME, WS-PRICE, WS-HHLD-RESULT.
           CALL "find-account" USING LS-USERNAME, WS-MY-CREDITS,
               WS-MY-FOUND.
           IF WS-PRICE > WS-MY-CREDITS THEN
