      *----ORIGINAL ACTION. UPHOLDING A SANCTION APPEAL ANNULS THE-----*
      *----SANCTIONS.DAT ENTRY (END DATE BACKDATED, REASON MARKED);----*
      *----UPHOLDING A REMOVAL APPEAL PUTS THE PARKED TEXT FROM--------*
      *----REMOVED-MESSAGES.DAT BACK ON THE BOARD. EITHER OUTCOME IS---*
      *----AUDITED THROUGH RECORD-CONTENT-AUDIT AND STAMPED, WITH THE--*
      *----ADM WHOSE CALL WAS APPEALED, THROUGH------------------------*
      *----RECORD-MODERATION-OUTCOME-----------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-AUDIT-ACTION PIC X(12) VALUE "APPEAL".
           01 WS-AUDIT-TARGET PIC X(7).
           01 WS-AUDIT-TEXT PIC X(100).
           01 WS-STAMP-QUEUE PIC X(1) VALUE "A".
           01 WS-STAMP-RECEIVED PIC 9(8).
           01 WS-STAMP-OUTCOME PIC X(1).
           01 WS-STAMP-BOARD PIC X(10) VALUE SPACES.
           01 WS-STAMP-ORIGINAL-BY PIC X(16).
           01 WS-INDEX-ACTION PIC X.
           01 WS-INDEX-SOURCE PIC X VALUE "L".
           01 WS-INDEX-PART PIC X.
           01 WS-INDEX-TEXT PIC X(300).

           LINKAGE SECTION.
           01 LS-ADMIN PIC X(16).
           END-PERFORM.
           CLOSE F-APPEALS-FILE.

      *>    ALLOWING AN APPEAL OVERTURNS THE ORIGINAL MODERATOR'S
      *>    CALL, SO THE STAMP CARRIES WHOSE CALL IT WAS.
           IF WS-APPEAL-FOUND = 1 AND LS-RESULT = "Y" THEN
               IF LS-ACTION = "U" THEN
                   MOVE "U" TO WS-STAMP-OUTCOME
               ELSE
                   MOVE "D" TO WS-STAMP-OUTCOME
               END-IF
               CALL "record-moderation-outcome" USING WS-STAMP-QUEUE,
                   LS-ID, WS-STAMP-RECEIVED, LS-ADMIN,
                   WS-STAMP-OUTCOME, WS-STAMP-BOARD,
                   WS-STAMP-ORIGINAL-BY
           END-IF.

           IF WS-APPEAL-FOUND = 1 AND LS-RESULT = "Y" AND
              LS-ACTION = "U" THEN
               IF WS-HELD-KIND = "S" THEN
           MOVE AP-USERNAME TO WS-HELD-USERNAME.
           MOVE AP-KIND TO WS-HELD-KIND.
           MOVE AP-TARGET TO WS-HELD-TARGET.
           MOVE AP-DATE TO WS-STAMP-RECEIVED.
           MOVE AP-ACTED-BY TO WS-STAMP-ORIGINAL-BY.
           IF LS-ACTION = "U" THEN
               MOVE "U" TO AP-STATUS
           ELSE
                                   MOVE RX-CONTENT TO RC-CONTENT
                                   MOVE RX-TRUNCATED TO RC-TRUNCATED
                                   REWRITE RC-MESSAGE
                                   PERFORM REINDEX-THE-MESSAGE
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MESSAGES-FILE.
           CLOSE F-REMOVED-FILE.

      *>    THE RESTORED POST IS FOUND BY A SEARCH AGAIN.
       REINDEX-THE-MESSAGE.
           MOVE "A" TO WS-INDEX-ACTION.
           MOVE "T" TO WS-INDEX-PART.
           MOVE RC-TITLE TO WS-INDEX-TEXT.
           CALL "update-word-index" USING WS-INDEX-ACTION,
             WS-INDEX-SOURCE, RC-ID, WS-INDEX-PART, WS-INDEX-TEXT.
           MOVE "C" TO WS-INDEX-PART.
           MOVE RC-CONTENT TO WS-INDEX-TEXT.
           CALL "update-word-index" USING WS-INDEX-ACTION,
             WS-INDEX-SOURCE, RC-ID, WS-INDEX-PART, WS-INDEX-TEXT.
