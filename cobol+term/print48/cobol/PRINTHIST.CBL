      * BY THE QUEUE ARCHIVER BY JOB ID, DEPARTMENT AND DATE PREFIX;
      * EMPTY CRITERIA MATCH EVERYTHING.  RESULTS GO TO THE SHARED
      * QUEUE TABLE WIDGET, NEWEST-LOADED FIRST, CAPPED AT THE TABLE
      * SIZE.  TIMES ARE SHOWN, AND THE DATE PREFIX MATCHED, IN THE
      * LOCAL TIME OF THE TERMINAL DOING THE LOOKUP.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           05  HIST-JOBID          PIC X(16).
       01  WS-MATCH            PIC X(1).
       01  WS-DATE-PFX         PIC X(8).
            COPY    "DB-TZCONV".
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           MOVE 2 TO QTROWATTR.
           MOVE SPACE TO SCR-QMSG.
           MOVE SCR-CALDATE TO WS-DATE-PFX.
           INITIALIZE DB-TZCONV.
           MOVE MCP-TERM TO DB-TZCONV-TERM.
           OPEN INPUT HISTFD.
           IF HIST-FILE-ST NOT = "00"
               MOVE 'no print history on file' TO SCR-QMSG
                                HIST-TIME
                                HIST-PRINTER
                                HIST-JOBID
                       PERFORM 110-LOCAL-TIME
                       PERFORM 100-MATCH-RECORD
                       IF WS-MATCH = 'Y'
                           ADD 1 TO QROWCNT
               MOVE 'N' TO WS-MATCH
           END-IF.
           EXIT.
      ************************************************************************
       110-LOCAL-TIME          SECTION.
           MOVE 'TOLOCAL' TO DB-TZCONV-FUNC.
           MOVE HIST-TIME TO DB-TZCONV-TS-IN.
           CALL 'TZCONV' USING DB-TZCONV.
           IF DB-TZCONV-RC = 0
               MOVE DB-TZCONV-TS-OUT TO HIST-TIME
           END-IF.
           EXIT.
      ************************************************************************
       900-PUT-WINDOW          SECTION.
           CALL 'BANNER' USING
