               PERFORM 040-ENABLE-JOB
             WHEN     'PUTG'           ALSO    'disablebutton'
               PERFORM 050-DISABLE-JOB
             WHEN     'PUTG'           ALSO    'requestbutton'
               PERFORM 060-REQUEST-RUN
             WHEN     'PUTG'           ALSO    'refreshbutton'
               PERFORM 080-REFRESH
           END-EVALUATE.
           END-IF.
           PERFORM 090-SHOW-CONTROL.
           EXIT.
      ************************************************************************
       060-REQUEST-RUN         SECTION.
      * AN OUT-OF-CYCLE RUN THAT NEEDS A SUPERVISOR'S APPROVAL GOES
      * THROUGH THE AD-HOC REQUEST SCREEN WITH THE SELECTED JOB
      * FILLED IN.
           PERFORM 100-LOAD-CONTROL.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX = ZERO
               PERFORM 090-SHOW-CONTROL
               EXIT SECTION
           END-IF.
           MOVE 'adhocrun' TO SPA-PRESEL-WINDOW.
           MOVE DB-BATCH-PROGRAM(WS-SEL-IDX) TO SPA-PRESEL-KEY.
           MOVE   'CHANGE'     TO  MCP-PUTTYPE.
           MOVE   'adhocrun'   TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           PERFORM 100-LOAD-CONTROL.
