       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         RPTVIEW.
      ******************************************************************
      * OPERATOR VIEW OF THE REPORT REPOSITORY.  LISTS THE FILED
      * REPORT GENERATIONS FROM THE REPOSITORY INDEX, NEWEST LAST,
      * FILTERED BY PRODUCING PROGRAM AND A BUSINESS-DATE RANGE, AND
      * OPENS THE SELECTED GENERATION INTO THE REPORT TEXT AREA.
      * WHEN MORE GENERATIONS MATCH THAN THE TABLE HOLDS, THE MOST
      * RECENT ONES ARE SHOWN.  ACCESS IS UNDER THE REPORT-VIEW
      * FUNCTION OF THE PERMISSION MATRIX.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT IDXFD    ASSIGN TO IDX-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS IDX-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  IDXFD.
           01  IDX-LINE            PIC X(300).
           FD  RPTFD.
           01  RPT-LINE            PIC X(400).
       WORKING-STORAGE     SECTION.
            COPY    "DB-AUTH".
       01  IDX-FILE            PIC X(80)
                               VALUE './cobol/report-index.dat'.
       01  IDX-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(80).
       01  RPT-FILE-ST         PIC X(02).
       01  RPT-VIEW.
           05  RPV-NUM             PIC 9(4).
           05  RPV-ENTRY OCCURS 200 TIMES.
               10  RPV-STORED      PIC X(80).
       01  WS-IDX-REC.
           05  WS-IDX-STORED       PIC X(80).
           05  WS-IDX-PROGRAM      PIC X(12).
           05  WS-IDX-RUNTS        PIC X(21).
           05  WS-IDX-BIZDATE      PIC X(8).
           05  WS-IDX-LINES        PIC X(6).
           05  WS-IDX-CLASS        PIC X(12).
       01  WS-MATCHES          PIC 9(6).
       01  WS-SKIP             PIC 9(6).
       01  WS-SEEN             PIC 9(6).
       01  WS-PASS             PIC 9(1).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-DONE             PIC X(1).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
            COPY    "LINKAREA".
            COPY    "SCRAREA".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           MCPAREA
           SPAAREA
           LINKAREA
           SCRAREA.
       000-MAIN                SECTION.
           DISPLAY 'rptview widget:' MCP-WIDGET
           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE 'REPORT-VIEW' TO DB-AUTH-FUNC.
           MOVE 'Y' TO DB-AUTH-DEFAULT.
           CALL 'AUTHCHECK' USING DB-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               PERFORM 005-REFUSE-ENTRY
           ELSE
               EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
                 WHEN     'LINK'           ALSO    ANY
                   PERFORM 010-INIT
                 WHEN     'PUTG'           ALSO    'queuetable'
                   PERFORM 020-ROW-CLICKED
                 WHEN     'PUTG'           ALSO    'filterbutton'
                   PERFORM 080-REFRESH
                 WHEN     'PUTG'           ALSO    'openbutton'
                   PERFORM 030-OPEN-REPORT
                 WHEN     'PUTG'           ALSO    'refreshbutton'
                   PERFORM 080-REFRESH
               END-EVALUATE
           END-IF.
           EXIT    PROGRAM.
      ************************************************************************
       005-REFUSE-ENTRY        SECTION.
           MOVE 'not authorized to view filed reports' TO SCR-QMSG.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           INITIALIZE RPTTEXT.
           MOVE 'rptview' TO MCP-WINDOW.
           IF MCP-STATUS = 'LINK'
               MOVE 'NEW' TO MCP-PUTTYPE
           ELSE
               MOVE 'PUTG' TO MCP-PUTTYPE
           END-IF.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE SPACE TO SCR-QMSG.
           MOVE SPACE TO SCR-RPTPROG.
           MOVE SPACE TO SCR-RPTFROM.
           MOVE SPACE TO SCR-RPTTO.
           MOVE SPACE TO SCR-RPTFILE.
           INITIALIZE RPTTEXT.
           PERFORM 500-SCAN-TO-TABLE.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'rptview'    TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           MOVE SPACE TO SCR-QMSG.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'rptview'    TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-OPEN-REPORT         SECTION.
           MOVE SPACE TO SCR-QMSG.
           PERFORM 500-SCAN-TO-TABLE.
           INITIALIZE RPTTEXT.
           MOVE SPACE TO SCR-RPTFILE.
           IF QTROW = ZERO OR QTROW > RPV-NUM
               MOVE 'select a report first' TO SCR-QMSG
           ELSE
               MOVE QTROW TO WS-SEL-IDX
               MOVE RPV-STORED(WS-SEL-IDX) TO RPT-FILE
               MOVE RPT-FILE TO SCR-RPTFILE
               PERFORM 600-LOAD-REPORT
           END-IF.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'rptview'    TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           MOVE SPACE TO SCR-QMSG.
           PERFORM 500-SCAN-TO-TABLE.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'rptview'    TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       500-SCAN-TO-TABLE       SECTION.
      * TWO PASSES OVER THE INDEX - THE FIRST COUNTS THE MATCHING
      * GENERATIONS SO THE SECOND CAN SKIP THE OLDEST AND KEEP THE
      * MOST RECENT TABLE-FULL.
           MOVE QTROW TO WS-SEL-IDX.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE WS-SEL-IDX TO QTROW.
           MOVE 0 TO RPV-NUM.
           MOVE 0 TO WS-MATCHES.
           MOVE 0 TO WS-SKIP.
           MOVE 1 TO WS-PASS.
           PERFORM 510-READ-INDEX.
           IF WS-MATCHES > 200
               COMPUTE WS-SKIP = WS-MATCHES - 200
           END-IF.
           MOVE 2 TO WS-PASS.
           PERFORM 510-READ-INDEX.
           IF RPV-NUM = 0 AND SCR-QMSG = SPACE
               MOVE 'no filed reports match' TO SCR-QMSG
           END-IF.
           EXIT.
      ************************************************************************
       510-READ-INDEX          SECTION.
           MOVE 0 TO WS-SEEN.
           OPEN INPUT IDXFD.
           IF IDX-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-DONE.
           PERFORM UNTIL WS-DONE = 'Y'
               READ IDXFD
               IF IDX-FILE-ST NOT = "00"
                   MOVE 'Y' TO WS-DONE
               ELSE
                   IF IDX-LINE NOT = SPACE
                       PERFORM 520-JUDGE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE IDXFD.
           EXIT.
      ************************************************************************
       520-JUDGE-ENTRY         SECTION.
           MOVE SPACE TO WS-IDX-REC.
           UNSTRING IDX-LINE DELIMITED BY '|'
               INTO WS-IDX-STORED
                    WS-IDX-PROGRAM
                    WS-IDX-RUNTS
                    WS-IDX-BIZDATE
                    WS-IDX-LINES
                    WS-IDX-CLASS.
           IF SCR-RPTPROG NOT = SPACE
              AND WS-IDX-PROGRAM NOT = SCR-RPTPROG
               EXIT SECTION
           END-IF.
           IF SCR-RPTFROM NOT = SPACE
              AND WS-IDX-BIZDATE < SCR-RPTFROM
               EXIT SECTION
           END-IF.
           IF SCR-RPTTO NOT = SPACE
              AND WS-IDX-BIZDATE > SCR-RPTTO
               EXIT SECTION
           END-IF.
           IF WS-PASS = 1
               ADD 1 TO WS-MATCHES
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-SEEN.
           IF WS-SEEN <= WS-SKIP OR RPV-NUM >= 200
               EXIT SECTION
           END-IF.
           ADD 1 TO RPV-NUM.
           MOVE WS-IDX-STORED TO RPV-STORED(RPV-NUM).
           ADD 1 TO QROWCNT.
           MOVE WS-IDX-PROGRAM TO QCELL1(QROWCNT).
           MOVE WS-IDX-BIZDATE TO QCELL2(QROWCNT).
           MOVE SPACE TO QCELL3(QROWCNT).
           STRING WS-IDX-RUNTS(1:8)  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-IDX-RUNTS(9:6)  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-IDX-LINES       DELIMITED BY SPACE
                  ' LINES'           DELIMITED BY SIZE
                  INTO QCELL3(QROWCNT)
           END-STRING.
           MOVE WS-IDX-CLASS TO QCELL4(QROWCNT).
           EXIT.
      ************************************************************************
       600-LOAD-REPORT         SECTION.
           OPEN INPUT RPTFD.
           IF RPT-FILE-ST NOT = "00"
               MOVE 'filed report no longer on disk' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-DONE.
           PERFORM UNTIL WS-DONE = 'Y'
               READ RPTFD
               IF RPT-FILE-ST NOT = "00"
                   MOVE 'Y' TO WS-DONE
               ELSE
                   IF RPTLINECNT >= 300
                       MOVE 'report truncated at 300 lines'
                           TO SCR-QMSG
                       MOVE 'Y' TO WS-DONE
                   ELSE
                       ADD 1 TO RPTLINECNT
                       MOVE RPT-LINE TO RPTLINE(RPTLINECNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RPTFD.
           EXIT.
      ************************************************************************
       900-PUT-WINDOW          SECTION.
           CALL 'BANNER' USING
                MCPAREA
                LINKAREA.
           MOVE   'PUTWINDOW'  TO  MCP-FUNC.
           CALL   'MONFUNC'     USING
                MCPAREA.
           EXIT.
