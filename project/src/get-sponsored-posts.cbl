       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-sponsored-posts.
      ******************************************************************
      *----SUB PROGRAM THAT LISTS THE SPONSORED POSTS ELIGIBLE TO BE---*
      *----SHOWN TO ONE VIEWER ON ONE BOARD RIGHT NOW: INSIDE THEIR----*
      *----FLIGHT DATES, UNDER THEIR DAILY IMPRESSION BUDGET, AND------*
      *----TARGETED AT THE BOARD BEING BROWSED, THE VIEWER'S MEMBER----*
      *----LEVEL AND THE VIEWER'S LANGUAGE (A BLANK CRITERION MATCHES--*
      *----ANYONE). NOTHING IS COUNTED HERE -- THE CALLER RECORDS THE--*
      *----IMPRESSION FOR THE ONE POST IT ACTUALLY SERVES--------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               05 SP-START-DATE PIC 9(8).
               05 SP-END-DATE PIC 9(8).
               05 SP-DAILY-BUDGET PIC 9(5).
               05 SP-CAMPAIGN-ID PIC 9(4).
               05 SP-TARGET-BOARD PIC X(10).
               05 SP-TARGET-LEVEL PIC X(3).
               05 SP-TARGET-LANG PIC X(2).

           WORKING-STORAGE SECTION.
      
               05 WS-START-DATE PIC 9(8).
               05 WS-END-DATE PIC 9(8).
               05 WS-DAILY-BUDGET PIC 9(5).
               05 WS-CAMPAIGN-ID PIC 9(4).
               05 WS-TARGET-BOARD PIC X(10).
               05 WS-TARGET-LEVEL PIC X(3).
               05 WS-TARGET-LANG PIC X(2).

           01 WS-TODAY PIC 9(8).
           01 WS-SPENT-TODAY PIC 9(5).
                   10 LS-SP-TITLE PIC X(50).
                   10 LS-SP-CONTENT PIC X(300).
                   10 LS-SP-USERNAME PIC X(16).
                   10 LS-SP-CAMPAIGN-ID PIC 9(4).

           01 LS-SP-COUNTER PIC 99.
           01 LS-VIEWER-LEVEL PIC X(3).
           01 LS-VIEWER-LANG PIC X(2).
      *>    SPACES WHEN THE VIEWER IS ON THE WHOLE-SITE FEED
           01 LS-BOARD-CODE PIC X(10).
                  
       PROCEDURE DIVISION USING LS-FORMATTED-DT, 
           LS-SPONSORED-POSTS-TABLE, LS-SP-COUNTER, LS-VIEWER-LEVEL,
           LS-VIEWER-LANG, LS-BOARD-CODE.
          
           MOVE "N" TO FINISHED.
           MOVE 0 TO LS-SP-COUNTER.
           MOVE SPACES TO LS-SPONSORED-POSTS-TABLE.
           MOVE LS-FORMATTED-DY TO WS-CURR-DY.
           MOVE LS-FORMATTED-MONTH TO WS-CURR-MTH.
           MOVE LS-FORMATTED-YEAR TO WS-CURR-YR.
           GOBACK.  

      *>    A CAMPAIGN IS SERVED ONLY WHILE TODAY SITS INSIDE ITS
      *>    FLIGHT DATES, ITS TARGETING FITS THIS VIEWER ON THIS
      *>    BOARD, AND ITS DAILY IMPRESSION BUDGET (ZERO MEANS
      *>    UNCAPPED) HAS NOT BEEN SPENT YET.
       GET-SP-PROCESS.
           IF WS-START-DATE <= WS-TODAY AND WS-END-DATE >= WS-TODAY
             AND LS-SP-COUNTER < 20
             AND (WS-TARGET-BOARD = SPACES OR
                  WS-TARGET-BOARD = LS-BOARD-CODE)
             AND (WS-TARGET-LEVEL = SPACES OR
                  WS-TARGET-LEVEL = LS-VIEWER-LEVEL)
             AND (WS-TARGET-LANG = SPACES OR
                  WS-TARGET-LANG = LS-VIEWER-LANG) THEN
               MOVE 0 TO WS-SPENT-TODAY
               CALL "get-sponsored-daily-count" USING WS-TODAY,
                 WS-CAMPAIGN-ID, WS-SPENT-TODAY
               IF WS-DAILY-BUDGET = 0 OR
                 WS-SPENT-TODAY < WS-DAILY-BUDGET THEN
                   ADD 1 TO LS-SP-COUNTER
                   MOVE WS-TITLE TO LS-SP-TITLE(LS-SP-COUNTER)
                   MOVE WS-CONTENT TO LS-SP-CONTENT(LS-SP-COUNTER)
                   MOVE WS-USERNAME TO LS-SP-USERNAME(LS-SP-COUNTER)
                   MOVE WS-CAMPAIGN-ID TO
                     LS-SP-CAMPAIGN-ID(LS-SP-COUNTER)
               END-IF
           END-IF.

