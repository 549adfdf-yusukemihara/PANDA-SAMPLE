       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         DBMERGE.
      ******************************************************************
      * DUPLICATE MERGE SCREEN FOR THE DBTEST TABLE.  LISTS THE
      * CANDIDATE GROUPS WRITTEN BY THE WEEKLY DUPLICATE SCAN; THE
      * OPERATOR PICKS THE ROW THAT SURVIVES AND EVERY OTHER ROW OF
      * ITS GROUP IS MERGED INTO IT.  THE SURVIVOR TAKES A NEW
      * VERSION THROUGH DBUPDATE AND EACH LOSING ROW GOES THROUGH
      * DBDELETE, BOTH ONLY WHEN THE VERSION ON FILE IS STILL THE
      * ONE THE SCAN SAW.  A LOSING ROW IS PARKED IN THE RECYCLE BIN
      * WITH THE SURVIVOR AS ITS MERGED-INTO REFERENCE, AND EVERY
      * OUTCOME IS WRITTEN TO THE MERGE LOG:
      *   TS|SURVIVOR|MERGED-ROW|FNAME|VERSION|OUTCOME|USER|TERM
      * A *MORE LINE AT THE END OF THE LIST MEANS THE SCAN LEFT
      * DUPLICATES OUT; IT IS KEPT ON EVERY SAVE AND THE SCREEN SAYS
      * THE LIST IS INCOMPLETE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT CANDFD   ASSIGN TO CAND-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CAND-FILE-ST.
           SELECT RECFD    ASSIGN TO REC-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS REC-FILE-ST.
           SELECT CONFFD   ASSIGN TO CONF-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CONF-FILE-ST.
           SELECT MRGFD    ASSIGN TO MRG-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MRG-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CANDFD.
           01  CAND-LINE           PIC X(150).
           FD  RECFD.
           01  REC-LINE            PIC X(200).
           FD  CONFFD.
           01  CONF-LINE           PIC X(150).
           FD  MRGFD.
           01  MRG-LINE            PIC X(200).
       WORKING-STORAGE     SECTION.
            COPY    "DBTEST".
       01  CAND-FILE           PIC X(80)
                               VALUE './cobol/dbtest-dupcands.dat'.
       01  CAND-FILE-ST        PIC X(02).
       01  REC-FILE            PIC X(80)
                               VALUE './cobol/dbtest-recycle.dat'.
       01  REC-FILE-ST         PIC X(02).
       01  CONF-FILE           PIC X(80)
                               VALUE './cobol/dbtest-conflicts.log'.
       01  CONF-FILE-ST        PIC X(02).
       01  MRG-FILE            PIC X(80)
                               VALUE './cobol/dbtest-merge.log'.
       01  MRG-FILE-ST         PIC X(02).
       01  CAND-TABLE.
           05  CAND-NUM            PIC 9(3).
           05  CAND-ENTRY OCCURS 200 TIMES.
               10  CAND-GROUP      PIC 9(4).
               10  CAND-KEY        PIC X(40).
               10  CAND-UUID       PIC X(36).
               10  CAND-FNAME      PIC X(40).
               10  CAND-VERSION    PIC 9(9).
               10  CAND-DROP       PIC X(1).
       01  WS-IDX              PIC 9(3).
       01  WS-J                PIC 9(3).
       01  WS-SURV-IDX         PIC 9(3).
       01  WS-GROUP            PIC 9(4).
       01  WS-LEFT             PIC 9(3).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-OUTCOME          PIC X(8).
       01  WS-MERGED           PIC 9(3).
       01  WS-CONFLICTS        PIC 9(3).
       01  WS-NOTFOUND         PIC 9(3).
       01  WS-CONF-EVENT       PIC X(8).
       01  WS-CONF-HELD        PIC 9(9).
       01  WS-CONF-TS          PIC X(21).
       01  WS-CAND-MORE        PIC X(150).
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
           DISPLAY 'dbmerge widget:' MCP-WIDGET
           EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO    'mgtable'
               PERFORM 020-ROW-CLICKED
             WHEN     'PUTG'           ALSO    'mergebutton'
               PERFORM 040-MERGE
             WHEN     'PUTG'           ALSO    'refreshbutton'
               PERFORM 080-REFRESH
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE MGTABLE.
           MOVE 2 TO MGTROWATTR.
           MOVE SPACE TO SCR-MGMSG.
           PERFORM 100-LOAD-CANDIDATES.
           IF CAND-NUM = ZERO
               MOVE 'no duplicate candidates on file' TO SCR-MGMSG
           END-IF.
           IF WS-CAND-MORE NOT = SPACE AND SCR-MGMSG = SPACE
               MOVE 'list incomplete - more duplicates after next scan'
                   TO SCR-MGMSG
           END-IF.
           PERFORM 500-CANDIDATES-TO-TABLE.
           MOVE   'NEW'         TO  MCP-PUTTYPE.
           MOVE   'dbmerge'     TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           MOVE SPACE TO SCR-MGMSG.
           MOVE   'PUTG'        TO  MCP-PUTTYPE.
           MOVE   'dbmerge'     TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       040-MERGE               SECTION.
           PERFORM 100-LOAD-CANDIDATES.
           IF MGTROW = ZERO OR MGTROW > CAND-NUM
               MOVE 'select the surviving row first' TO SCR-MGMSG
               PERFORM 090-SHOW
               EXIT SECTION
           END-IF.
           MOVE MGTROW TO WS-SURV-IDX.
           MOVE CAND-GROUP(WS-SURV-IDX) TO WS-GROUP.
           MOVE 0 TO WS-MERGED WS-CONFLICTS WS-NOTFOUND.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
      * THE SURVIVOR IS SAVED FIRST: A SURVIVOR CHANGED SINCE THE
      * SCAN STOPS THE WHOLE MERGE BEFORE ANY ROW IS DELETED.
           PERFORM 400-UPDATE-SURVIVOR.
           IF WS-OUTCOME NOT = 'OK'
               PERFORM 090-SHOW
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > CAND-NUM
               IF CAND-GROUP(WS-IDX) = WS-GROUP
                  AND WS-IDX NOT = WS-SURV-IDX
                   PERFORM 420-MERGE-ROW
               END-IF
           END-PERFORM.
      * A GROUP LEFT WITH ONLY ITS SURVIVOR IS RESOLVED.
           MOVE 0 TO WS-LEFT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > CAND-NUM
               IF CAND-GROUP(WS-IDX) = WS-GROUP
                  AND CAND-DROP(WS-IDX) NOT = 'Y'
                   ADD 1 TO WS-LEFT
               END-IF
           END-PERFORM.
           IF WS-LEFT < 2
               MOVE 'Y' TO CAND-DROP(WS-SURV-IDX)
           END-IF.
           PERFORM 200-SAVE-CANDIDATES.
           MOVE 0 TO MGTROW.
           MOVE SPACE TO SCR-MGMSG.
           STRING 'merged=' DELIMITED BY SIZE
                  WS-MERGED DELIMITED BY SIZE
                  ' conflicts=' DELIMITED BY SIZE
                  WS-CONFLICTS DELIMITED BY SIZE
                  ' notfound=' DELIMITED BY SIZE
                  WS-NOTFOUND DELIMITED BY SIZE
                  INTO SCR-MGMSG
           END-STRING.
           PERFORM 100-LOAD-CANDIDATES.
           PERFORM 090-SHOW.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           MOVE SPACE TO SCR-MGMSG.
           PERFORM 100-LOAD-CANDIDATES.
           IF WS-CAND-MORE NOT = SPACE
               MOVE 'list incomplete - more duplicates after next scan'
                   TO SCR-MGMSG
           END-IF.
           PERFORM 090-SHOW.
           EXIT.
      ************************************************************************
       090-SHOW                SECTION.
           PERFORM 500-CANDIDATES-TO-TABLE.
           MOVE   'PUTG'        TO  MCP-PUTTYPE.
           MOVE   'dbmerge'     TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-CANDIDATES     SECTION.
           MOVE 0 TO CAND-NUM.
           MOVE SPACE TO WS-CAND-MORE.
           OPEN INPUT CANDFD.
           IF CAND-FILE-ST = "00"
               PERFORM UNTIL CAND-FILE-ST NOT = "00"
                   READ CANDFD INTO CAND-LINE
                   IF CAND-FILE-ST = "00"
                      AND CAND-LINE(1:6) = '*MORE|'
                       MOVE CAND-LINE TO WS-CAND-MORE
                       MOVE SPACE TO CAND-LINE
                   END-IF
                   IF CAND-FILE-ST = "00" AND CAND-LINE NOT = SPACE
                      AND CAND-NUM < 200
                       ADD 1 TO CAND-NUM
                       MOVE SPACE TO CAND-ENTRY(CAND-NUM)
                       MOVE 0 TO CAND-GROUP(CAND-NUM)
                                 CAND-VERSION(CAND-NUM)
                       UNSTRING CAND-LINE DELIMITED BY '|'
                           INTO CAND-GROUP(CAND-NUM)
                                CAND-KEY(CAND-NUM)
                                CAND-UUID(CAND-NUM)
                                CAND-FNAME(CAND-NUM)
                                CAND-VERSION(CAND-NUM)
                   END-IF
               END-PERFORM
               CLOSE CANDFD
           ELSE
               DISPLAY 'no duplicate candidate list yet'
           END-IF.
           EXIT.
      ************************************************************************
       200-SAVE-CANDIDATES     SECTION.
           OPEN OUTPUT CANDFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > CAND-NUM
               IF CAND-DROP(WS-IDX) NOT = 'Y'
                   MOVE SPACE TO CAND-LINE
                   STRING CAND-GROUP(WS-IDX)   DELIMITED BY SIZE
                          '|'                  DELIMITED BY SIZE
                          CAND-KEY(WS-IDX)     DELIMITED BY SPACE
                          '|'                  DELIMITED BY SIZE
                          CAND-UUID(WS-IDX)    DELIMITED BY SPACE
                          '|'                  DELIMITED BY SIZE
                          CAND-FNAME(WS-IDX)   DELIMITED BY '  '
                          '|'                  DELIMITED BY SIZE
                          CAND-VERSION(WS-IDX) DELIMITED BY SIZE
                          INTO CAND-LINE
                   END-STRING
                   WRITE CAND-LINE
               END-IF
           END-PERFORM.
           IF WS-CAND-MORE NOT = SPACE
               MOVE WS-CAND-MORE TO CAND-LINE
               WRITE CAND-LINE
           END-IF.
           CLOSE CANDFD.
           EXIT.
      ************************************************************************
       300-FETCH-ROW           SECTION.
           MOVE 'EXACT' TO DBTEST-SEARCH-MODE.
           MOVE SPACE TO DBTEST-FNAME-TO.
           MOVE 'DBSELECT' TO MCP-FUNC.
           MOVE 'dbtest' TO MCP-TABLE.
           MOVE 'key' TO MCP-PATHNAME.
           CALL   'MONFUNC'     USING
                MCPAREA
                DBTEST.
           MOVE 'DBFETCH' TO MCP-FUNC.
           MOVE 'dbtest' TO MCP-TABLE.
           MOVE 'key' TO MCP-PATHNAME.
           CALL   'MONFUNC'     USING
                MCPAREA
                DBTEST.
           EXIT.
      ************************************************************************
       400-UPDATE-SURVIVOR     SECTION.
           MOVE 'OK' TO WS-OUTCOME.
           INITIALIZE DBTEST.
           MOVE CAND-UUID(WS-SURV-IDX) TO DBTEST-UUID.
           PERFORM 300-FETCH-ROW.
           IF MCP-RC NOT = ZERO AND MCP-RC NOT = 1
               MOVE 'NOTFOUND' TO WS-OUTCOME
               MOVE 'surviving row is no longer on file - rescan'
                   TO SCR-MGMSG
               EXIT SECTION
           END-IF.
           IF DBTEST-VERSION NOT = CAND-VERSION(WS-SURV-IDX)
               MOVE 'CONFLICT' TO WS-OUTCOME
               MOVE 'CONFLICT' TO WS-CONF-EVENT
               MOVE CAND-VERSION(WS-SURV-IDX) TO WS-CONF-HELD
               PERFORM 950-LOG-CONFLICT
               MOVE 'surviving row changed since the scan - rescan'
                   TO SCR-MGMSG
               EXIT SECTION
           END-IF.
           MOVE CAND-UUID(WS-SURV-IDX) TO DBTEST-UUID.
           ADD 1 TO DBTEST-VERSION.
           MOVE 'DBUPDATE' TO MCP-FUNC.
           MOVE 'dbtest' TO MCP-TABLE.
           MOVE 'key' TO MCP-PATHNAME.
           CALL   'MONFUNC'     USING
                MCPAREA
                DBTEST.
           MOVE CAND-VERSION(WS-SURV-IDX) TO WS-CONF-HELD.
           IF MCP-RC = ZERO OR MCP-RC = 1
               MOVE 'UPDATE' TO WS-CONF-EVENT
               PERFORM 950-LOG-CONFLICT
               MOVE DBTEST-VERSION TO CAND-VERSION(WS-SURV-IDX)
           ELSE
               MOVE 'CONFLICT' TO WS-OUTCOME
               MOVE 'CONFLICT' TO WS-CONF-EVENT
               PERFORM 950-LOG-CONFLICT
               MOVE 'surviving row could not be saved - rescan'
                   TO SCR-MGMSG
           END-IF.
           EXIT.
      ************************************************************************
       420-MERGE-ROW           SECTION.
      * ONE LOSING ROW: STILL AT THE SCANNED VERSION, IT IS PARKED
      * IN THE RECYCLE BIN AGAINST THE SURVIVOR AND DELETED.
           INITIALIZE DBTEST.
           MOVE CAND-UUID(WS-IDX) TO DBTEST-UUID.
           PERFORM 300-FETCH-ROW.
           IF MCP-RC NOT = ZERO AND MCP-RC NOT = 1
               MOVE 'NOTFOUND' TO WS-OUTCOME
               ADD 1 TO WS-NOTFOUND
               MOVE 'Y' TO CAND-DROP(WS-IDX)
               PERFORM 460-LOG-MERGE
               EXIT SECTION
           END-IF.
           IF DBTEST-VERSION NOT = CAND-VERSION(WS-IDX)
               MOVE 'CONFLICT' TO WS-OUTCOME
               ADD 1 TO WS-CONFLICTS
               MOVE 'CONFLICT' TO WS-CONF-EVENT
               MOVE CAND-VERSION(WS-IDX) TO WS-CONF-HELD
               PERFORM 950-LOG-CONFLICT
               PERFORM 460-LOG-MERGE
               EXIT SECTION
           END-IF.
           PERFORM 450-RECYCLE-RECORD.
           MOVE CAND-UUID(WS-IDX) TO DBTEST-UUID.
           MOVE 'DBDELETE' TO MCP-FUNC.
           MOVE 'dbtest' TO MCP-TABLE.
           MOVE 'key' TO MCP-PATHNAME.
           CALL   'MONFUNC'     USING
                MCPAREA
                DBTEST.
           IF MCP-RC = ZERO OR MCP-RC = 1
               MOVE 'MERGED' TO WS-OUTCOME
               ADD 1 TO WS-MERGED
               MOVE 'Y' TO CAND-DROP(WS-IDX)
           ELSE
               MOVE 'CONFLICT' TO WS-OUTCOME
               ADD 1 TO WS-CONFLICTS
               MOVE 'CONFLICT' TO WS-CONF-EVENT
               MOVE CAND-VERSION(WS-IDX) TO WS-CONF-HELD
               PERFORM 950-LOG-CONFLICT
           END-IF.
           PERFORM 460-LOG-MERGE.
           EXIT.
      ************************************************************************
       450-RECYCLE-RECORD      SECTION.
           OPEN EXTEND RECFD.
           IF REC-FILE-ST = '05' OR '35'
               OPEN OUTPUT RECFD
           END-IF.
           IF REC-FILE-ST NOT = '00'
               DISPLAY 'cannot open recycle store'
           ELSE
               MOVE SPACE TO REC-LINE
               STRING DBTEST-UUID    DELIMITED BY SPACE
                      '|'            DELIMITED BY SIZE
                      DBTEST-FNAME   DELIMITED BY SPACE
                      '|'            DELIMITED BY SIZE
                      DBTEST-VERSION DELIMITED BY SIZE
                      '|'            DELIMITED BY SIZE
                      MCP-USER       DELIMITED BY SPACE
                      '|'            DELIMITED BY SIZE
                      WS-TIMESTAMP   DELIMITED BY SPACE
                      '|'            DELIMITED BY SIZE
                      CAND-UUID(WS-SURV-IDX) DELIMITED BY SPACE
                      INTO REC-LINE
               END-STRING
               WRITE REC-LINE
               CLOSE RECFD
           END-IF.
           EXIT.
      ************************************************************************
       460-LOG-MERGE           SECTION.
           OPEN EXTEND MRGFD.
           IF MRG-FILE-ST = '05' OR '35'
               OPEN OUTPUT MRGFD
           END-IF.
           IF MRG-FILE-ST NOT = '00'
               DISPLAY 'cannot open merge log'
           ELSE
               MOVE SPACE TO MRG-LINE
               STRING WS-TIMESTAMP           DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      CAND-UUID(WS-SURV-IDX) DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      CAND-UUID(WS-IDX)      DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      CAND-FNAME(WS-IDX)     DELIMITED BY '  '
                      '|'                    DELIMITED BY SIZE
                      CAND-VERSION(WS-IDX)   DELIMITED BY SIZE
                      '|'                    DELIMITED BY SIZE
                      WS-OUTCOME             DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      MCP-USER               DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      MCP-TERM               DELIMITED BY SPACE
                      INTO MRG-LINE
               END-STRING
               WRITE MRG-LINE
               CLOSE MRGFD
           END-IF.
           EXIT.
      ************************************************************************
       500-CANDIDATES-TO-TABLE SECTION.
           MOVE MGTROW TO WS-SURV-IDX.
           INITIALIZE MGTABLE.
           MOVE 2 TO MGTROWATTR.
           MOVE WS-SURV-IDX TO MGTROW.
           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J > CAND-NUM
               ADD 1 TO MGROWCNT
               MOVE CAND-UUID(WS-J)  TO MGCELL1(MGROWCNT)
               MOVE CAND-FNAME(WS-J) TO MGCELL2(MGROWCNT)
               MOVE SPACE TO MGCELL3(MGROWCNT)
               STRING 'group '            DELIMITED BY SIZE
                      CAND-GROUP(WS-J)    DELIMITED BY SIZE
                      ' v'                DELIMITED BY SIZE
                      CAND-VERSION(WS-J)  DELIMITED BY SIZE
                      INTO MGCELL3(MGROWCNT)
               END-STRING
           END-PERFORM.
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
      ************************************************************************
       950-LOG-CONFLICT        SECTION.
      * SAME LINE AS THE MAINTENANCE SCREEN WRITES, SO MERGE SAVES
      * AND COLLISIONS APPEAR ON THE WEEKLY HOT-RECORD REPORT.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-CONF-TS.
           OPEN EXTEND CONFFD.
           IF CONF-FILE-ST = '05' OR '35'
               OPEN OUTPUT CONFFD
           END-IF.
           IF CONF-FILE-ST NOT = '00'
               DISPLAY 'cannot open conflict log'
           ELSE
               MOVE SPACE TO CONF-LINE
               STRING DBTEST-UUID     DELIMITED BY SPACE
                      '|'             DELIMITED BY SIZE
                      WS-CONF-EVENT   DELIMITED BY SPACE
                      '|'             DELIMITED BY SIZE
                      MCP-USER        DELIMITED BY SPACE
                      '|'             DELIMITED BY SIZE
                      MCP-TERM        DELIMITED BY SPACE
                      '|'             DELIMITED BY SIZE
                      WS-CONF-HELD    DELIMITED BY SIZE
                      '|'             DELIMITED BY SIZE
                      DBTEST-VERSION  DELIMITED BY SIZE
                      '|'             DELIMITED BY SIZE
                      WS-CONF-TS      DELIMITED BY SPACE
                      INTO CONF-LINE
               END-STRING
               WRITE CONF-LINE
               CLOSE CONFFD
           END-IF.
           EXIT.
