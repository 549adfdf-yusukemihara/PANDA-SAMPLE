      * MONTHLY DOCUMENT USAGE REPORT OVER THE DOWNLOAD ACTIVITY LOG:
      * DOCUMENTS RANKED BY REQUEST COUNT WITH TRANSFER VOLUME, AND
      * CATALOG ENTRIES WITH NO REQUESTS IN THE LAST THREE MONTHS
      * FLAGGED AS REMOVAL CANDIDATES.  THE MONTH'S REQUESTS ARE
      * ALSO BROKEN DOWN BY DOCUMENT EDITION.  THE REPORT MONTH IS
      * THE CURRENT ONE UNLESS A YYYYMM IS REQUESTED; THE MONTHLY
      * ARCHIVES THE LOG ROTATION HAS MOVED OUT OF THE ACTIVITY LOG
      * ARE READ FROM THE EARLIER OF THE REPORT MONTH AND THE
      * THREE-MONTH CUTOFF ONWARD, AHEAD OF THE LIVE LOG.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-AUTH".
            COPY    "DB-DEPTMAST".
            COPY    "DB-SCOPE".
            COPY    "DB-LOGARCH".
       01  ACTIVITY-FILE       PIC X(80)
                               VALUE './cobol/download-activity.log'.
       01  ACT-FILE            PIC X(84).
       01  ACT-FILE-ST         PIC X(02).
       01  CAT-FILE            PIC X(80)
                               VALUE './cobol/download-catalog.dat'.
           05  ACT-TERM            PIC X(20).
           05  ACT-TS              PIC X(21).
           05  ACT-SIZE            PIC 9(9).
           05  ACT-EXTRA           PIC X(12).
      * DOWNLOAD LINES NAME THE EDITION SERVED AFTER THE SIZE; LINES
      * FROM BEFORE VERSIONING ARE THE FIRST EDITION.  DECISION AND
      * BUNDLE LINES DO NOT COUNT TOWARDS ANY EDITION.
       01  VER-TABLE.
           05  VER-NUM             PIC 9(3).
           05  VER-ENTRY OCCURS 200 TIMES.
               10  VER-CODE        PIC X(10).
               10  VER-VERSION     PIC 9(4).
               10  VER-COUNT       PIC 9(7).
               10  VER-BYTES       PIC 9(12).
       01  USE-TABLE.
           05  USE-NUM             PIC 9(3).
           05  USE-ENTRY OCCURS 50 TIMES.
       01  WS-EDIT-COUNT       PIC ZZZZZZ9.
       01  WS-EDIT-BYTES       PIC ZZZZZZZZZZZ9.
       01  WS-STALE-MONTHS     PIC 9(2) VALUE 3.
       01  WS-ACT-VERSION      PIC 9(4).
       01  WS-SWAP-VER         PIC X(33).
       01  WS-EDIT-VERSION     PIC ZZZ9.
       01  WS-SCAN-FROM        PIC X(8).
       01  WS-FILE-IDX         PIC 9(3).
       01  WS-FILES-READ       PIC 9(3).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
      ************************************************************************
       010-RUN-REPORT          SECTION.
           MOVE 0 TO USE-NUM WS-TOTAL-BYTES.
           MOVE 0 TO VER-NUM.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MONTH.
           IF SCR-DUMONTH IS NUMERIC
               MOVE SCR-DUMONTH TO WS-MONTH
           END-IF.
           COMPUTE WS-CUTOFF-DAYS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               - WS-STALE-MONTHS * 31.
           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE 'DL-USAGE-REPORT' TO DB-AUTH-FUNC.
           MOVE 'Y' TO DB-AUTH-DEFAULT.
           MOVE 'Y' TO DB-AUTH-NOLOG.
           CALL 'AUTHCHECK' USING DB-AUTH.
           MOVE 'N' TO DB-AUTH-NOLOG.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           MOVE MCP-USER   TO DB-DEPTMAST-USER.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           MOVE DB-DEPTMAST-DEPT TO DB-SCOPE-MYDEPT.
           MOVE WS-CUTOFF-DATE TO WS-SCAN-FROM.
           IF WS-MONTH < WS-CUTOFF-DATE(1:6)
               MOVE SPACE TO WS-SCAN-FROM
               STRING WS-MONTH '01' DELIMITED BY SIZE
                   INTO WS-SCAN-FROM
               END-STRING
           END-IF.
           MOVE 0 TO WS-FILES-READ.
           MOVE ACTIVITY-FILE TO DB-LOGARCH-LOG.
           MOVE WS-SCAN-FROM TO DB-LOGARCH-FROM.
           MOVE SPACE TO DB-LOGARCH-TO.
           CALL 'LOGARCH' USING DB-LOGARCH.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > DB-LOGARCH-NUM
               MOVE DB-LOGARCH-FILE(WS-FILE-IDX) TO ACT-FILE
               PERFORM 105-SCAN-ONE-FILE
           END-PERFORM.
           MOVE ACTIVITY-FILE TO ACT-FILE.
           PERFORM 105-SCAN-ONE-FILE.
           IF WS-FILES-READ = 0
               DISPLAY 'no download activity yet'
           END-IF.
           EXIT.
      ************************************************************************
       105-SCAN-ONE-FILE       SECTION.
           OPEN INPUT ACTFD.
           IF ACT-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-FILES-READ.
           PERFORM UNTIL ACT-FILE-ST NOT = "00"
               READ ACTFD INTO ACT-LINE
               IF ACT-FILE-ST = "00" AND ACT-LINE NOT = SPACE
                            ACT-TERM
                            ACT-TS
                            ACT-SIZE
                            ACT-EXTRA
                   MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC
                   MOVE ACT-USER   TO DB-DEPTMAST-USER
                   CALL 'DEPTMASTER' USING DB-DEPTMAST
                   CALL 'AUTHSCOPE' USING DB-SCOPE
                   IF DB-SCOPE-FLAG = 'Y'
                       PERFORM 110-ACCUMULATE
                       PERFORM 120-ACCUMULATE-VERSION
                   END-IF
               END-IF
           END-PERFORM.
               MOVE ACT-TS(1:8) TO USE-LASTDATE(WS-FOUND)
           END-IF.
           EXIT.
      ************************************************************************
       120-ACCUMULATE-VERSION  SECTION.
           IF ACT-TS(1:6) NOT = WS-MONTH
              OR ACT-CODE = 'BUNDLE'
              OR ACT-SIZE = ZERO
               EXIT SECTION
           END-IF.
           EVALUATE TRUE
             WHEN ACT-EXTRA = SPACE
               MOVE 1 TO WS-ACT-VERSION
             WHEN FUNCTION TRIM(ACT-EXTRA) IS NUMERIC
               COMPUTE WS-ACT-VERSION = FUNCTION NUMVAL(ACT-EXTRA)
             WHEN OTHER
               EXIT SECTION
           END-EVALUATE.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > VER-NUM
               IF VER-CODE(WS-IDX) = ACT-CODE
                  AND VER-VERSION(WS-IDX) = WS-ACT-VERSION
                   MOVE WS-IDX TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0
               IF VER-NUM >= 200
                   EXIT SECTION
               END-IF
               ADD 1 TO VER-NUM
               MOVE VER-NUM TO WS-FOUND
               MOVE ACT-CODE TO VER-CODE(WS-FOUND)
               MOVE WS-ACT-VERSION TO VER-VERSION(WS-FOUND)
               MOVE 0 TO VER-COUNT(WS-FOUND)
               MOVE 0 TO VER-BYTES(WS-FOUND)
           END-IF.
           ADD 1 TO VER-COUNT(WS-FOUND).
           ADD ACT-SIZE TO VER-BYTES(WS-FOUND).
           EXIT.
      ************************************************************************
       200-RANK-BY-COUNT       SECTION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           PERFORM 310-WRITE-VERSIONS.
           PERFORM 400-FLAG-STALE-ENTRIES.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       310-WRITE-VERSIONS      SECTION.
      * EDITIONS ARE LISTED BY DOCUMENT CODE, OLDEST EDITION FIRST.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX >= VER-NUM
               PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J >= VER-NUM
                   IF VER-CODE(WS-J) > VER-CODE(WS-J + 1)
                      OR (VER-CODE(WS-J) = VER-CODE(WS-J + 1)
                          AND VER-VERSION(WS-J)
                              > VER-VERSION(WS-J + 1))
                       MOVE VER-ENTRY(WS-J)     TO WS-SWAP-VER
                       MOVE VER-ENTRY(WS-J + 1) TO VER-ENTRY(WS-J)
                       MOVE WS-SWAP-VER TO VER-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'REQUESTS BY VERSION' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'CODE       VERSION  REQUESTS  BYTES' TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > VER-NUM
               MOVE VER-VERSION(WS-IDX) TO WS-EDIT-VERSION
               MOVE VER-COUNT(WS-IDX)   TO WS-EDIT-COUNT
               MOVE VER-BYTES(WS-IDX)   TO WS-EDIT-BYTES
               MOVE SPACE TO RPT-LINE
               STRING VER-CODE(WS-IDX)     DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      '   '                DELIMITED BY SIZE
                      WS-EDIT-VERSION      DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      WS-EDIT-COUNT        DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      WS-EDIT-BYTES        DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-PERFORM.
           EXIT.
      ************************************************************************
       400-FLAG-STALE-ENTRIES  SECTION.
           END-PERFORM.
           CLOSE CATFD.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'DLUSAGE' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
