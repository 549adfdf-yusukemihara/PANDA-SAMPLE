       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         INCMGR.
      ******************************************************************
      * INCIDENT REGISTER.  INCIDENTS ARE OPENED BY INCRAISE FROM
      * CRITICAL ERROR EVENTS AND TRIPPED BURST RULES; HERE THEY ARE
      * WORKED.  PICKING A ROW LOADS ITS STATUS, OWNER AND ROOT-CAUSE
      * CATEGORY INTO THE ENTRY FIELDS; UPDATE APPLIES WHAT WAS
      * CHANGED AND ADDS IT, WITH ANY NOTE GIVEN, TO THE INCIDENT'S
      * TIMELINE.  TIMELINE SHOWS THAT TIMELINE IN THE TABLE, BACK
      * RETURNS TO THE REGISTER; WHILE IT IS SHOWN THE INCIDENT ID
      * IS HELD IN SPA-ENTRYDATA1.
      * STATUS RULES:
      *   INVESTIGATING - TAKEN UP; THE FIRST TIME STAMPS ACKED-TS
      *                   AND AN UNOWNED INCIDENT GOES TO THE USER.
      *   RESOLVED      - NEEDS A ROOT-CAUSE CATEGORY; STAMPS
      *                   RESOLVED-TS (AND ACKED-TS IF NOT YET SET).
      *   CLOSED        - ONLY FROM RESOLVED; NOTHING CHANGES AFTER.
      *   OPEN          - HANDS IT BACK; FROM RESOLVED IT REOPENS
      *                   AND RESOLVED-TS IS CLEARED.
      * POST-MORTEM MERGES THE OPERATIONAL LOGS BETWEEN THE FROM AND
      * TO TIMES (BY DEFAULT AN HOUR BEFORE THE INCIDENT OPENED UNTIL
      * IT WAS RESOLVED, OR NOW) INTO A TIMELINE REPORT KEPT UNDER THE
      * INCIDENT'S ID, AND NOTES IT ON THE INCIDENT'S TIMELINE.
      * CATEGORIES ARE CHECKED AGAINST INCIDENT-CATEGORIES.DAT
      * (CATEGORY|DESCRIPTION) WHEN THAT FILE IS PRESENT.
      * CLOSED INCIDENTS DROP OUT AFTER THE KEEP PERIOD.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT INCFD    ASSIGN TO INC-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INC-FILE-ST.
           SELECT TLFD     ASSIGN TO TL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TL-FILE-ST.
           SELECT CATFD    ASSIGN TO CAT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CAT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  INCFD.
           01  INC-LINE            PIC X(250).
           FD  TLFD.
           01  TL-LINE             PIC X(150).
           FD  CATFD.
           01  CAT-LINE            PIC X(100).
       WORKING-STORAGE     SECTION.
            COPY    "DB-INCIDENT".
            COPY    "DB-AUTH".
            COPY    "DB-FILELOCK".
            COPY    "DB-PMTIMELINE".
       01  INC-FILE            PIC X(80)
                               VALUE './cobol/incidents.dat'.
       01  INC-FILE-ST         PIC X(02).
       01  TL-FILE             PIC X(80)
                               VALUE './cobol/incident-timeline.log'.
       01  TL-FILE-ST          PIC X(02).
       01  CAT-FILE            PIC X(80)
                           VALUE './cobol/incident-categories.dat'.
       01  CAT-FILE-ST         PIC X(02).
       01  CAT-NAME            PIC X(12).
       01  TL-ID               PIC X(16).
       01  TL-TS               PIC X(21).
       01  TL-USER             PIC X(20).
       01  TL-TEXT             PIC X(100).
       01  WS-IDX              PIC 9(4).
       01  WS-SEL-IDX          PIC 9(3).
       01  WS-MAP-IDX          PIC 9(3).
       01  WS-MAP-NUM          PIC 9(3).
       01  WS-ROWMAP.
           05  WS-ROW-INC      OCCURS 300 TIMES
                               PIC 9(3).
       01  WS-TODAY            PIC X(8).
       01  WS-KEEP-DATE        PIC X(8).
       01  WS-KEEP-DAYS        PIC 9(3) VALUE 400.
       01  WS-LIST-DATE        PIC X(8).
       01  WS-LIST-DAYS        PIC 9(3) VALUE 31.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-VALID            PIC X(1).
       01  WS-CHANGED          PIC X(1).
       01  WS-OLD-STATUS       PIC X(13).
       01  WS-NEW-STATUS       PIC X(13).
       01  WS-NEW-CAT          PIC X(12).
       01  WS-TL-TEXT          PIC X(100).
       01  WS-EDIT-COUNT       PIC ZZZZZ9.
       01  WS-INC-ID           PIC X(16).
       01  WS-SECS             PIC 9(11).
       01  WS-DAYS             PIC 9(7).
       01  WS-REM              PIC 9(5).
       01  WS-DATE             PIC 9(8).
       01  WS-HH               PIC 9(2).
       01  WS-MI               PIC 9(2).
       01  WS-SS               PIC 9(2).
       01  WS-PM-LEAD-SECS     PIC 9(5) VALUE 3600.
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
           DISPLAY 'incmgr widget:' MCP-WIDGET
           EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO    'queuetable'
               PERFORM 020-ROW-CLICKED
             WHEN     'PUTG'           ALSO    'updatebutton'
               PERFORM 030-UPDATE-INCIDENT
             WHEN     'PUTG'           ALSO    'timelinebutton'
               PERFORM 040-SHOW-TIMELINE
             WHEN     'PUTG'           ALSO    'postmortembutton'
               PERFORM 045-BUILD-POSTMORTEM
             WHEN     'PUTG'           ALSO    'backbutton'
               PERFORM 050-BACK
             WHEN     'PUTG'           ALSO    'refreshbutton'
               PERFORM 080-REFRESH
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE SPACE TO SCR-QMSG.
           MOVE SPACE TO SPA-ENTRYDATA1.
           PERFORM 070-CLEAR-ENTRY.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 015-PRESELECT.
           PERFORM 500-REGISTER-TO-TABLE.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'incmgr'     TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       015-PRESELECT           SECTION.
      * ARRIVING FROM ANOTHER SCREEN THE KEY IS AN INCIDENT ID -
      * SELECT IT AND LOAD ITS FIELDS.
           IF SPA-PRESEL-WINDOW NOT = 'incmgr'
               EXIT SECTION
           END-IF.
           PERFORM 460-BUILD-ROWMAP.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-NUM
               IF DB-INC-ID(WS-ROW-INC(WS-MAP-IDX)) = SPA-PRESEL-KEY
                   MOVE WS-MAP-IDX TO QTROW
                   MOVE WS-ROW-INC(WS-MAP-IDX) TO WS-SEL-IDX
                   PERFORM 060-LOAD-ENTRY
               END-IF
           END-PERFORM.
           MOVE SPACE TO SPA-PRESEL-WINDOW.
           MOVE SPACE TO SPA-PRESEL-KEY.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
      * ON THE TIMELINE A ROW IS ONLY A LINE OF HISTORY; ON THE
      * REGISTER IT PICKS THE INCIDENT TO WORK.
           MOVE SPACE TO SCR-QMSG.
           IF SPA-ENTRYDATA1 = SPACE
               PERFORM 100-LOAD-REGISTER
               PERFORM 110-CHECK-SELECTION
               IF WS-SEL-IDX NOT = ZERO
                   PERFORM 060-LOAD-ENTRY
               END-IF
           END-IF.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'incmgr'     TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-UPDATE-INCIDENT     SECTION.
           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE 'INCIDENT-UPDATE' TO DB-AUTH-FUNC.
           MOVE 'Y' TO DB-AUTH-DEFAULT.
           CALL 'AUTHCHECK' USING DB-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               MOVE 'not authorized to update incidents' TO SCR-QMSG
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 300-VALIDATE-ENTRY.
           IF WS-VALID NOT = 'Y'
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           IF SPA-ENTRYDATA1 NOT = SPACE
               PERFORM 120-FIND-SHOWN
           ELSE
               PERFORM 110-CHECK-SELECTION
           END-IF.
           IF WS-SEL-IDX = ZERO
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 310-CHECK-UPDATE.
           IF WS-VALID NOT = 'Y'
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 330-APPLY-UPDATE.
           PERFORM 210-SAVE-REGISTER.
           PERFORM 220-UNLOCK-REGISTER.
           MOVE SPACE TO SCR-QMSG.
           STRING 'incident '             DELIMITED BY SIZE
                  DB-INC-ID(WS-SEL-IDX)   DELIMITED BY SPACE
                  ' updated - '           DELIMITED BY SIZE
                  DB-INC-STATUS(WS-SEL-IDX)
                                          DELIMITED BY SPACE
                  INTO SCR-QMSG
           END-STRING.
           PERFORM 060-LOAD-ENTRY.
           PERFORM 080-REFRESH.
           EXIT.
      ************************************************************************
       040-SHOW-TIMELINE       SECTION.
           MOVE SPACE TO SCR-QMSG.
           IF SPA-ENTRYDATA1 = SPACE
               PERFORM 100-LOAD-REGISTER
               PERFORM 110-CHECK-SELECTION
               IF WS-SEL-IDX = ZERO
                   PERFORM 090-SHOW-REGISTER
                   EXIT SECTION
               END-IF
               MOVE DB-INC-ID(WS-SEL-IDX) TO SPA-ENTRYDATA1
           END-IF.
           MOVE 0 TO QTROW.
           PERFORM 600-TIMELINE-TO-TABLE.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'incmgr'     TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       045-BUILD-POSTMORTEM    SECTION.
           PERFORM 100-LOAD-REGISTER.
           IF SPA-ENTRYDATA1 NOT = SPACE
               PERFORM 120-FIND-SHOWN
           ELSE
               PERFORM 110-CHECK-SELECTION
           END-IF.
           IF WS-SEL-IDX = ZERO
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           IF SCR-PMFROM = SPACE OR SCR-PMFROM = LOW-VALUE
              OR SCR-PMTO = SPACE OR SCR-PMTO = LOW-VALUE
               PERFORM 065-DEFAULT-WINDOW
           END-IF.
           INITIALIZE DB-PMTIMELINE.
           MOVE SCR-PMFROM            TO DB-PMTIMELINE-FROM.
           MOVE SCR-PMTO              TO DB-PMTIMELINE-TO.
           MOVE SCR-PMPROG            TO DB-PMTIMELINE-PROGRAM.
           MOVE SCR-PMUSER            TO DB-PMTIMELINE-USER.
           MOVE DB-INC-ID(WS-SEL-IDX) TO DB-PMTIMELINE-INCIDENT.
           MOVE DB-INC-ID(WS-SEL-IDX) TO WS-INC-ID.
           CALL 'PMTIMELINE' USING
                MCPAREA
                SPAAREA
                DB-PMTIMELINE.
           IF DB-PMTIMELINE-RC = 8
               MOVE 'from and to are yyyymmddhhmmss, from before to'
                   TO SCR-QMSG
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           MOVE SPACE TO SCR-QMSG.
           MOVE DB-PMTIMELINE-LINES TO WS-EDIT-COUNT.
           STRING 'post-mortem timeline saved - '  DELIMITED BY SIZE
                  WS-EDIT-COUNT                    DELIMITED BY SIZE
                  ' entries'                       DELIMITED BY SIZE
                  INTO SCR-QMSG
           END-STRING.
           IF DB-PMTIMELINE-TRUNC = 'Y'
               MOVE 'post-mortem timeline cut short - narrow the window'
                   TO SCR-QMSG
           END-IF.
      * THE REPORT GOES ON THE INCIDENT'S OWN TIMELINE.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           MOVE 0 TO WS-SEL-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-INC-NUM
               IF DB-INC-ID(WS-IDX) = WS-INC-ID
                   MOVE WS-IDX TO WS-SEL-IDX
               END-IF
           END-PERFORM.
           IF WS-SEL-IDX NOT = ZERO
               MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP
               MOVE SPACE TO WS-TL-TEXT
               STRING 'post-mortem timeline '  DELIMITED BY SIZE
                      DB-PMTIMELINE-FROM       DELIMITED BY SIZE
                      ' to '                   DELIMITED BY SIZE
                      DB-PMTIMELINE-TO         DELIMITED BY SIZE
                      ' saved as '             DELIMITED BY SIZE
                      DB-PMTIMELINE-FILE       DELIMITED BY SPACE
                      INTO WS-TL-TEXT
               END-STRING
               PERFORM 400-WRITE-TIMELINE
           END-IF.
           PERFORM 220-UNLOCK-REGISTER.
           PERFORM 080-REFRESH.
           EXIT.
      ************************************************************************
       050-BACK                SECTION.
      * BACK TO THE REGISTER WITH THE INCIDENT JUST VIEWED SELECTED.
           MOVE SPACE TO SCR-QMSG.
           PERFORM 100-LOAD-REGISTER.
           MOVE 0 TO QTROW.
           IF SPA-ENTRYDATA1 NOT = SPACE
               PERFORM 460-BUILD-ROWMAP
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                         UNTIL WS-MAP-IDX > WS-MAP-NUM
                   IF DB-INC-ID(WS-ROW-INC(WS-MAP-IDX))
                          = SPA-ENTRYDATA1
                       MOVE WS-MAP-IDX TO QTROW
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACE TO SPA-ENTRYDATA1.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       060-LOAD-ENTRY          SECTION.
           MOVE DB-INC-STATUS(WS-SEL-IDX)   TO SCR-INCSTATUS.
           MOVE DB-INC-OWNER(WS-SEL-IDX)    TO SCR-INCOWNER.
           MOVE DB-INC-CATEGORY(WS-SEL-IDX) TO SCR-INCCAT.
           MOVE SPACE                       TO SCR-INCNOTE.
           MOVE SPACE TO SCR-PMFROM SCR-PMTO SCR-PMPROG SCR-PMUSER.
           PERFORM 065-DEFAULT-WINDOW.
           EXIT.
      ************************************************************************
       065-DEFAULT-WINDOW      SECTION.
      * FROM THE LEAD TIME BEFORE THE INCIDENT OPENED UNTIL IT WAS
      * RESOLVED - OR UNTIL NOW WHILE IT IS STILL BEING WORKED.
           IF SCR-PMFROM = SPACE OR SCR-PMFROM = LOW-VALUE
               MOVE SPACE TO SCR-PMFROM
               IF DB-INC-OPENEDTS(WS-SEL-IDX)(1:14) IS NUMERIC
                   COMPUTE WS-SECS =
                       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                           DB-INC-OPENEDTS(WS-SEL-IDX)(1:8))) * 86400
                     + FUNCTION NUMVAL(
                           DB-INC-OPENEDTS(WS-SEL-IDX)(9:2)) * 3600
                     + FUNCTION NUMVAL(
                           DB-INC-OPENEDTS(WS-SEL-IDX)(11:2)) * 60
                     + FUNCTION NUMVAL(
                           DB-INC-OPENEDTS(WS-SEL-IDX)(13:2))
                     - WS-PM-LEAD-SECS
                   DIVIDE WS-SECS BY 86400 GIVING WS-DAYS
                       REMAINDER WS-REM
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DAYS) TO WS-DATE
                   DIVIDE WS-REM BY 3600 GIVING WS-HH REMAINDER WS-REM
                   DIVIDE WS-REM BY 60 GIVING WS-MI REMAINDER WS-SS
                   STRING WS-DATE DELIMITED BY SIZE
                          WS-HH   DELIMITED BY SIZE
                          WS-MI   DELIMITED BY SIZE
                          WS-SS   DELIMITED BY SIZE
                          INTO SCR-PMFROM
                   END-STRING
               END-IF
           END-IF.
           IF SCR-PMTO = SPACE OR SCR-PMTO = LOW-VALUE
               IF DB-INC-RESOLVEDTS(WS-SEL-IDX) NOT = SPACE
                   MOVE DB-INC-RESOLVEDTS(WS-SEL-IDX)(1:14) TO SCR-PMTO
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO SCR-PMTO
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       070-CLEAR-ENTRY         SECTION.
           MOVE SPACE TO SCR-INCSTATUS.
           MOVE SPACE TO SCR-INCOWNER.
           MOVE SPACE TO SCR-INCCAT.
           MOVE SPACE TO SCR-INCNOTE.
           MOVE SPACE TO SCR-PMFROM SCR-PMTO SCR-PMPROG SCR-PMUSER.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           IF SPA-ENTRYDATA1 NOT = SPACE
               PERFORM 600-TIMELINE-TO-TABLE
               MOVE   'PUTG'       TO  MCP-PUTTYPE
               MOVE   'incmgr'     TO  MCP-WINDOW
               PERFORM 900-PUT-WINDOW
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       090-SHOW-REGISTER       SECTION.
           PERFORM 500-REGISTER-TO-TABLE.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'incmgr'     TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-REGISTER       SECTION.
           MOVE 0 TO DB-INC-NUM.
           OPEN INPUT INCFD.
           IF INC-FILE-ST = "00"
               PERFORM UNTIL INC-FILE-ST NOT = "00"
                        OR DB-INC-NUM >= 300
                   READ INCFD INTO INC-LINE
                   IF INC-FILE-ST = "00" AND INC-LINE NOT = SPACE
                       ADD 1 TO DB-INC-NUM
                       INITIALIZE DB-INC-ENTRY(DB-INC-NUM)
                       UNSTRING INC-LINE DELIMITED BY '|'
                           INTO DB-INC-ID(DB-INC-NUM)
                                DB-INC-PROGRAM(DB-INC-NUM)
                                DB-INC-CODE(DB-INC-NUM)
                                DB-INC-STATUS(DB-INC-NUM)
                                DB-INC-OWNER(DB-INC-NUM)
                                DB-INC-CATEGORY(DB-INC-NUM)
                                DB-INC-OPENEDTS(DB-INC-NUM)
                                DB-INC-ACKEDTS(DB-INC-NUM)
                                DB-INC-RESOLVEDTS(DB-INC-NUM)
                                DB-INC-CLOSEDTS(DB-INC-NUM)
                                DB-INC-COUNT(DB-INC-NUM)
                                DB-INC-LASTTS(DB-INC-NUM)
                                DB-INC-SOURCE(DB-INC-NUM)
                   END-IF
               END-PERFORM
               CLOSE INCFD
           END-IF.
           EXIT.
      ************************************************************************
       110-CHECK-SELECTION     SECTION.
           MOVE 0 TO WS-SEL-IDX.
           PERFORM 460-BUILD-ROWMAP.
           IF QTROW = ZERO OR QTROW > WS-MAP-NUM
               MOVE 'select an incident first' TO SCR-QMSG
           ELSE
               MOVE WS-ROW-INC(QTROW) TO WS-SEL-IDX
           END-IF.
           EXIT.
      ************************************************************************
       120-FIND-SHOWN          SECTION.
      * THE INCIDENT WHOSE TIMELINE IS ON SCREEN.
           MOVE 0 TO WS-SEL-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-INC-NUM
               IF DB-INC-ID(WS-IDX) = SPA-ENTRYDATA1
                   MOVE WS-IDX TO WS-SEL-IDX
               END-IF
           END-PERFORM.
           IF WS-SEL-IDX = ZERO
               MOVE 'incident is no longer on the register' TO SCR-QMSG
           END-IF.
           EXIT.
      ************************************************************************
       200-LOCK-REGISTER       SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE INC-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               MOVE SPACE TO SCR-QMSG
               STRING 'register locked by ' DELIMITED BY SIZE
                      DB-FILELOCK-HOLDER    DELIMITED BY SPACE
                      ' - try again'        DELIMITED BY SIZE
                      INTO SCR-QMSG
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       210-SAVE-REGISTER       SECTION.
      * CLOSED INCIDENTS ARE DROPPED AFTER THE KEEP PERIOD AS THE
      * REGISTER IS WRITTEN BACK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
                    - WS-KEEP-DAYS)
               TO WS-KEEP-DATE.
           OPEN OUTPUT INCFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-INC-NUM
               IF DB-INC-STATUS(WS-IDX) NOT = 'CLOSED'
                  OR DB-INC-CLOSEDTS(WS-IDX)(1:8) NOT < WS-KEEP-DATE
                   PERFORM 215-WRITE-INCIDENT
               END-IF
           END-PERFORM.
           CLOSE INCFD.
           EXIT.
      ************************************************************************
       215-WRITE-INCIDENT      SECTION.
           MOVE SPACE TO INC-LINE.
           STRING DB-INC-ID(WS-IDX)         DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-INC-PROGRAM(WS-IDX)    DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-INC-CODE(WS-IDX)       DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  DB-INC-STATUS(WS-IDX)     DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-INC-OWNER(WS-IDX)      DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-INC-CATEGORY(WS-IDX)   DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-INC-OPENEDTS(WS-IDX)   DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-INC-ACKEDTS(WS-IDX)    DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-INC-RESOLVEDTS(WS-IDX) DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-INC-CLOSEDTS(WS-IDX)   DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-INC-COUNT(WS-IDX)      DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  DB-INC-LASTTS(WS-IDX)     DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-INC-SOURCE(WS-IDX)     DELIMITED BY SPACE
                  INTO INC-LINE
           END-STRING.
           WRITE INC-LINE.
           EXIT.
      ************************************************************************
       220-UNLOCK-REGISTER     SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE INC-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       300-VALIDATE-ENTRY      SECTION.
      * THE ENTRY FIELDS ON THEIR OWN: A KNOWN STATUS AND, IF ONE IS
      * GIVEN, A KNOWN CATEGORY.
           MOVE 'N' TO WS-VALID.
           IF SCR-INCSTATUS = LOW-VALUE
               MOVE SPACE TO SCR-INCSTATUS
           END-IF.
           IF SCR-INCOWNER = LOW-VALUE
               MOVE SPACE TO SCR-INCOWNER
           END-IF.
           IF SCR-INCCAT = LOW-VALUE
               MOVE SPACE TO SCR-INCCAT
           END-IF.
           IF SCR-INCNOTE = LOW-VALUE
               MOVE SPACE TO SCR-INCNOTE
           END-IF.
           MOVE FUNCTION UPPER-CASE(SCR-INCSTATUS) TO SCR-INCSTATUS.
           MOVE FUNCTION UPPER-CASE(SCR-INCCAT) TO SCR-INCCAT.
           INSPECT SCR-INCOWNER REPLACING ALL '|' BY '/'.
           INSPECT SCR-INCCAT REPLACING ALL '|' BY '/'.
           INSPECT SCR-INCNOTE REPLACING ALL '|' BY '/'.
           IF SCR-INCSTATUS NOT = SPACE
              AND SCR-INCSTATUS NOT = 'OPEN'
              AND SCR-INCSTATUS NOT = 'INVESTIGATING'
              AND SCR-INCSTATUS NOT = 'RESOLVED'
              AND SCR-INCSTATUS NOT = 'CLOSED'
               MOVE
                'status is OPEN, INVESTIGATING, RESOLVED or CLOSED'
                   TO SCR-QMSG
               EXIT SECTION
           END-IF.
           IF SCR-INCCAT NOT = SPACE
               PERFORM 320-CHECK-CATEGORY
               IF WS-VALID NOT = 'Y'
                   MOVE SPACE TO SCR-QMSG
                   STRING 'unknown root-cause category '
                                              DELIMITED BY SIZE
                          SCR-INCCAT          DELIMITED BY SPACE
                          INTO SCR-QMSG
                   END-STRING
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE 'Y' TO WS-VALID.
           EXIT.
      ************************************************************************
       310-CHECK-UPDATE        SECTION.
      * THE CHANGE AGAINST THE INCIDENT AS IT STANDS ON THE REGISTER.
           MOVE 'N' TO WS-VALID.
           MOVE DB-INC-STATUS(WS-SEL-IDX) TO WS-OLD-STATUS.
           IF WS-OLD-STATUS = 'CLOSED'
               MOVE 'incident is closed' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           MOVE WS-OLD-STATUS TO WS-NEW-STATUS.
           IF SCR-INCSTATUS NOT = SPACE
               MOVE SCR-INCSTATUS TO WS-NEW-STATUS
           END-IF.
           MOVE DB-INC-CATEGORY(WS-SEL-IDX) TO WS-NEW-CAT.
           IF SCR-INCCAT NOT = SPACE
               MOVE SCR-INCCAT TO WS-NEW-CAT
           END-IF.
           IF WS-NEW-STATUS = 'CLOSED'
              AND WS-OLD-STATUS NOT = 'RESOLVED'
               MOVE 'resolve the incident before closing it'
                   TO SCR-QMSG
               EXIT SECTION
           END-IF.
           IF (WS-NEW-STATUS = 'RESOLVED' OR WS-NEW-STATUS = 'CLOSED')
              AND WS-NEW-CAT = SPACE
               MOVE 'enter the root-cause category' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           IF WS-NEW-STATUS = WS-OLD-STATUS
              AND WS-NEW-CAT = DB-INC-CATEGORY(WS-SEL-IDX)
              AND (SCR-INCOWNER = SPACE
                   OR SCR-INCOWNER = DB-INC-OWNER(WS-SEL-IDX))
              AND SCR-INCNOTE = SPACE
               MOVE 'nothing to change' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-VALID.
           EXIT.
      ************************************************************************
       320-CHECK-CATEGORY      SECTION.
      * NO CATEGORY FILE MEANS NO FIXED LIST - ANY CATEGORY IS TAKEN.
           MOVE 'N' TO WS-VALID.
           OPEN INPUT CATFD.
           IF CAT-FILE-ST NOT = "00"
               MOVE 'Y' TO WS-VALID
               EXIT SECTION
           END-IF.
           PERFORM UNTIL CAT-FILE-ST NOT = "00"
                    OR WS-VALID = 'Y'
               READ CATFD INTO CAT-LINE
               IF CAT-FILE-ST = "00" AND CAT-LINE NOT = SPACE
                  AND CAT-LINE(1:1) NOT = '*'
                   MOVE SPACE TO CAT-NAME
                   UNSTRING CAT-LINE DELIMITED BY '|'
                       INTO CAT-NAME
                   IF FUNCTION UPPER-CASE(CAT-NAME) = SCR-INCCAT
                       MOVE 'Y' TO WS-VALID
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CATFD.
           EXIT.
      ************************************************************************
       330-APPLY-UPDATE        SECTION.
      * EACH CHANGE GOES ON THE TIMELINE AS IT IS MADE.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           IF (WS-NEW-STATUS = 'INVESTIGATING'
               OR WS-NEW-STATUS = 'RESOLVED')
              AND SCR-INCOWNER = SPACE
              AND DB-INC-OWNER(WS-SEL-IDX) = SPACE
               MOVE MCP-USER TO SCR-INCOWNER
           END-IF.
           IF WS-NEW-STATUS NOT = WS-OLD-STATUS
               MOVE WS-NEW-STATUS TO DB-INC-STATUS(WS-SEL-IDX)
               MOVE SPACE TO WS-TL-TEXT
               STRING 'status '        DELIMITED BY SIZE
                      WS-OLD-STATUS    DELIMITED BY SPACE
                      ' -> '           DELIMITED BY SIZE
                      WS-NEW-STATUS    DELIMITED BY SPACE
                      INTO WS-TL-TEXT
               END-STRING
               PERFORM 400-WRITE-TIMELINE
               IF WS-OLD-STATUS = 'RESOLVED'
                  AND WS-NEW-STATUS NOT = 'CLOSED'
                   MOVE SPACE TO DB-INC-RESOLVEDTS(WS-SEL-IDX)
               END-IF
               IF (WS-NEW-STATUS = 'INVESTIGATING'
                   OR WS-NEW-STATUS = 'RESOLVED')
                  AND DB-INC-ACKEDTS(WS-SEL-IDX) = SPACE
                   MOVE WS-TIMESTAMP TO DB-INC-ACKEDTS(WS-SEL-IDX)
               END-IF
               IF WS-NEW-STATUS = 'RESOLVED'
                   MOVE WS-TIMESTAMP TO DB-INC-RESOLVEDTS(WS-SEL-IDX)
               END-IF
               IF WS-NEW-STATUS = 'CLOSED'
                   MOVE WS-TIMESTAMP TO DB-INC-CLOSEDTS(WS-SEL-IDX)
               END-IF
           END-IF.
           IF SCR-INCOWNER NOT = SPACE
              AND SCR-INCOWNER NOT = DB-INC-OWNER(WS-SEL-IDX)
               MOVE SCR-INCOWNER TO DB-INC-OWNER(WS-SEL-IDX)
               MOVE SPACE TO WS-TL-TEXT
               STRING 'owner set to '  DELIMITED BY SIZE
                      SCR-INCOWNER     DELIMITED BY SPACE
                      INTO WS-TL-TEXT
               END-STRING
               PERFORM 400-WRITE-TIMELINE
           END-IF.
           IF WS-NEW-CAT NOT = DB-INC-CATEGORY(WS-SEL-IDX)
               MOVE WS-NEW-CAT TO DB-INC-CATEGORY(WS-SEL-IDX)
               MOVE SPACE TO WS-TL-TEXT
               STRING 'root-cause category set to '
                                       DELIMITED BY SIZE
                      WS-NEW-CAT       DELIMITED BY SPACE
                      INTO WS-TL-TEXT
               END-STRING
               PERFORM 400-WRITE-TIMELINE
           END-IF.
           IF SCR-INCNOTE NOT = SPACE
               MOVE SPACE TO WS-TL-TEXT
               STRING 'note: '         DELIMITED BY SIZE
                      SCR-INCNOTE      DELIMITED BY '  '
                      INTO WS-TL-TEXT
               END-STRING
               PERFORM 400-WRITE-TIMELINE
           END-IF.
           EXIT.
      ************************************************************************
       400-WRITE-TIMELINE      SECTION.
           OPEN EXTEND TLFD.
           IF TL-FILE-ST = "05" OR "35"
               OPEN OUTPUT TLFD
           END-IF.
           IF TL-FILE-ST NOT = "00"
               DISPLAY 'cannot open incident timeline'
               EXIT SECTION
           END-IF.
           MOVE SPACE TO TL-LINE.
           STRING DB-INC-ID(WS-SEL-IDX) DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  WS-TIMESTAMP          DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  MCP-USER              DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  WS-TL-TEXT            DELIMITED BY '  '
                  INTO TL-LINE
           END-STRING.
           WRITE TL-LINE.
           CLOSE TLFD.
           EXIT.
      ************************************************************************
       460-BUILD-ROWMAP        SECTION.
      * EVERYTHING NOT YET CLOSED, AND WHAT WAS CLOSED IN THE LAST
      * MONTH, IS LISTED; THE MAP TIES A TABLE ROW BACK TO ITS
      * REGISTER SLOT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
                    - WS-LIST-DAYS)
               TO WS-LIST-DATE.
           MOVE 0 TO WS-MAP-NUM.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > DB-INC-NUM
               IF DB-INC-STATUS(WS-MAP-IDX) NOT = 'CLOSED'
                  OR DB-INC-CLOSEDTS(WS-MAP-IDX)(1:8)
                         NOT < WS-LIST-DATE
                   ADD 1 TO WS-MAP-NUM
                   MOVE WS-MAP-IDX TO WS-ROW-INC(WS-MAP-NUM)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       500-REGISTER-TO-TABLE   SECTION.
           MOVE QTROW TO WS-SEL-IDX.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE WS-SEL-IDX TO QTROW.
           PERFORM 460-BUILD-ROWMAP.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-NUM
               MOVE WS-ROW-INC(WS-MAP-IDX) TO WS-IDX
               ADD 1 TO QROWCNT
               MOVE DB-INC-ID(WS-IDX) TO QCELL1(QROWCNT)
               MOVE DB-INC-COUNT(WS-IDX) TO WS-EDIT-COUNT
               MOVE SPACE TO QCELL2(QROWCNT)
               STRING DB-INC-PROGRAM(WS-IDX)  DELIMITED BY SPACE
                      ' code '                DELIMITED BY SIZE
                      DB-INC-CODE(WS-IDX)     DELIMITED BY SIZE
                      ' x'                    DELIMITED BY SIZE
                      WS-EDIT-COUNT           DELIMITED BY SIZE
                      INTO QCELL2(QROWCNT)
               END-STRING
               MOVE SPACE TO QCELL3(QROWCNT)
               STRING DB-INC-STATUS(WS-IDX)   DELIMITED BY SPACE
                      ' '                     DELIMITED BY SIZE
                      DB-INC-OWNER(WS-IDX)    DELIMITED BY SPACE
                      INTO QCELL3(QROWCNT)
               END-STRING
               MOVE SPACE TO QCELL4(QROWCNT)
               STRING 'opened '               DELIMITED BY SIZE
                      DB-INC-OPENEDTS(WS-IDX)(1:8)
                                              DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      DB-INC-OPENEDTS(WS-IDX)(9:4)
                                              DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      DB-INC-CATEGORY(WS-IDX) DELIMITED BY SPACE
                      INTO QCELL4(QROWCNT)
               END-STRING
           END-PERFORM.
           IF SCR-QMSG = SPACE AND WS-MAP-NUM = 0
               MOVE 'no incidents' TO SCR-QMSG
           END-IF.
           EXIT.
      ************************************************************************
       600-TIMELINE-TO-TABLE   SECTION.
      * THE TIMELINE OF THE INCIDENT IN SPA-ENTRYDATA1, OLDEST FIRST.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           OPEN INPUT TLFD.
           IF TL-FILE-ST = "00"
               PERFORM UNTIL TL-FILE-ST NOT = "00"
                        OR QROWCNT >= 200
                   READ TLFD INTO TL-LINE
                   IF TL-FILE-ST = "00" AND TL-LINE NOT = SPACE
                       MOVE SPACE TO TL-ID TL-TS TL-USER TL-TEXT
                       UNSTRING TL-LINE DELIMITED BY '|'
                           INTO TL-ID
                                TL-TS
                                TL-USER
                                TL-TEXT
                       IF TL-ID = SPA-ENTRYDATA1
                           PERFORM 610-TIMELINE-ROW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TLFD
           END-IF.
           IF SCR-QMSG = SPACE
               STRING 'timeline of incident '  DELIMITED BY SIZE
                      SPA-ENTRYDATA1           DELIMITED BY SPACE
                      ' - back returns to the register'
                                               DELIMITED BY SIZE
                      INTO SCR-QMSG
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       610-TIMELINE-ROW        SECTION.
           ADD 1 TO QROWCNT.
           MOVE SPACE TO QCELL1(QROWCNT).
           STRING TL-TS(1:8)     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  TL-TS(9:2)     DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  TL-TS(11:2)    DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  TL-TS(13:2)    DELIMITED BY SIZE
                  INTO QCELL1(QROWCNT)
           END-STRING.
           MOVE TL-USER       TO QCELL2(QROWCNT).
           MOVE TL-TEXT(1:40) TO QCELL3(QROWCNT).
           MOVE TL-TEXT(41:40) TO QCELL4(QROWCNT).
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
