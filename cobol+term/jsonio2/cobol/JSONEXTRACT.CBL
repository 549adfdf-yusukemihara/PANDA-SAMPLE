           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-EXTRACT         SECTION.
      * A CATCH-UP RUN PASSES THE MISSED BUSINESS DATE AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR TODAY.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-START-TS.
           MOVE 0 TO WS-WRITTEN WS-SEEN WS-BYTES.
           MOVE SPACE TO EXP-FILE.
