      ************************************************************************
       010-RUN-GENERATE        SECTION.
           MOVE 0 TO WS-ADDED.
      * A CATCH-UP RUN PASSES THE MISSED BUSINESS DATE AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR TODAY.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           END-IF.
           MOVE 'CHECK' TO DB-BIZDAY-FUNC.
           MOVE WS-TODAY TO DB-BIZDAY-DATE.
           CALL 'BIZDAY' USING DB-BIZDAY.
