              05 BR-STEP-RELEASE PIC X.
              05 BR-STEP-INSTALMENT PIC X.
              05 BR-STEP-PROMO PIC X.
              05 BR-STEP-DEBT PIC X.
              05 BR-STEP-GL PIC X.
              05 BR-STEP-DIGEST PIC X.
              05 BR-STEP-EXTRACT PIC X.
              05 BR-STEP-MESSAGES PIC X.
              05 BR-STEP-TOURNAMENT PIC X.
              05 BR-STEP-AUCTION PIC X.
              05 BR-STEP-QUIZ PIC X.
              05 BR-STEP-KNOCKOUT PIC X.
              05 BR-COMPLETE PIC X.

           WORKING-STORAGE SECTION.
