       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SODRPT.
      ******************************************************************
      * NIGHTLY SEGREGATION-OF-DUTIES REPORT.  LISTS EVERY USER WHO
      * CURRENTLY HOLDS BOTH FUNCTIONS OF A CONFLICT RULE, AS SODCHECK
      * READS THE ROLE TABLE, PERMISSION MATRIX, GRANTS AND OWNERSHIP
      * REGISTERS TONIGHT.  A CONFLICT THAT WAS LET THROUGH WITH A
      * DOCUMENTED OVERRIDE SHOWS THE LATEST OVERRIDE ON RECORD FOR
      * THE USER AND PAIR; ONE WITH NONE SHOWS NO OVERRIDE AND IS THE
      * ONE TO CHASE.  THE REPORT IS FILED IN THE REPORT REPOSITORY
      * AND THE NUMBER OF USERS IN CONFLICT IS PASSED BACK IN SPA-NUM.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT OVRFD    ASSIGN TO OVR-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS OVR-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  OVRFD.
           01  OVR-LINE            PIC X(250).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-SOD".
            COPY    "DB-RPTREPO".
       01  OVR-FILE            PIC X(80)
                               VALUE './cobol/sod-overrides.log'.
       01  OVR-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/sod-conflicts.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  WS-RUN-DATE         PIC X(8).
       01  WS-IDX              PIC 9(4).
       01  WS-IDX2             PIC 9(4).
       01  WS-USERS            PIC 9(4) VALUE 0.
       01  WS-NEW-USER         PIC X(1).
       01  WS-OVR-TS           PIC X(21).
       01  WS-OVR-BY           PIC X(20).
       01  WS-OVR-TERM         PIC X(20).
       01  WS-OVR-SOURCE       PIC X(12).
       01  WS-OVR-USER         PIC X(20).
       01  WS-OVR-FUNCA        PIC X(30).
       01  WS-OVR-FUNCB        PIC X(30).
       01  WS-EDIT-COUNT       PIC ZZZ9.
       01  RPT-DETAIL.
           05  RPT-D-USER          PIC X(20).
           05  FILLER              PIC X(1).
           05  RPT-D-FUNCA         PIC X(24).
           05  FILLER              PIC X(1).
           05  RPT-D-FUNCB         PIC X(24).
           05  FILLER              PIC X(1).
           05  RPT-D-DESC          PIC X(34).
           05  FILLER              PIC X(1).
           05  RPT-D-OVERRIDE      PIC X(26).
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
           EVALUATE    MCP-STATUS
             WHEN     'LINK'
               PERFORM 010-RUN-REPORT
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-REPORT          SECTION.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           MOVE 0 TO SPA-NUM.
           MOVE 'LIST' TO DB-SOD-FUNC.
           MOVE SPACE TO DB-SOD-USER.
           MOVE SPACE TO DB-SOD-NEWROLE.
           MOVE SPACE TO DB-SOD-NEWGRANT.
           MOVE SPACE TO DB-SOD-RULEFUNC.
           CALL 'SODCHECK' USING DB-SOD.
           PERFORM 100-COUNT-USERS.
           PERFORM 500-WRITE-REPORT.
           PERFORM 980-FILE-REPORT.
           MOVE WS-USERS TO SPA-NUM.
           DISPLAY 'segregation-of-duties report ' WS-RUN-DATE
                   ' conflicts:' DB-SOD-NUM
                   ' users:' WS-USERS.
           EXIT.
      ************************************************************************
       100-COUNT-USERS         SECTION.
           MOVE 0 TO WS-USERS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-SOD-NUM
               MOVE 'Y' TO WS-NEW-USER
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                         UNTIL WS-IDX2 >= WS-IDX
                   IF DB-SOD-HIT-USER(WS-IDX2) = DB-SOD-HIT-USER(WS-IDX)
                       MOVE 'N' TO WS-NEW-USER
                   END-IF
               END-PERFORM
               IF WS-NEW-USER = 'Y'
                   ADD 1 TO WS-USERS
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       500-WRITE-REPORT        SECTION.
           OPEN OUTPUT RPTFD.
           MOVE SPACE TO RPT-LINE.
           STRING 'SEGREGATION-OF-DUTIES CONFLICTS AT '
                                            DELIMITED BY SIZE
                  WS-RUN-DATE               DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           IF DB-SOD-RC = 1
               MOVE 'NO CONFLICT RULES ARE DEFINED' TO RPT-LINE
               WRITE RPT-LINE
               CLOSE RPTFD
               EXIT SECTION
           END-IF.
           MOVE SPACE TO RPT-DETAIL.
           MOVE 'USER'        TO RPT-D-USER.
           MOVE 'FUNCTION A'  TO RPT-D-FUNCA.
           MOVE 'FUNCTION B'  TO RPT-D-FUNCB.
           MOVE 'RULE'        TO RPT-D-DESC.
           MOVE 'OVERRIDE'    TO RPT-D-OVERRIDE.
           MOVE RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-SOD-NUM
               PERFORM 510-REPORT-HIT
           END-PERFORM.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           IF DB-SOD-RC = 2
               MOVE 'MORE CONFLICTS EXIST THAN ARE LISTED'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACE TO RPT-LINE.
           MOVE DB-SOD-NUM TO WS-EDIT-COUNT.
           STRING 'CONFLICTS:       '       DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-USERS TO WS-EDIT-COUNT.
           STRING 'USERS:           '       DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           EXIT.
      ************************************************************************
       510-REPORT-HIT          SECTION.
           MOVE SPACE TO RPT-DETAIL.
           MOVE DB-SOD-HIT-USER(WS-IDX)  TO RPT-D-USER.
           MOVE DB-SOD-HIT-FUNCA(WS-IDX) TO RPT-D-FUNCA.
           MOVE DB-SOD-HIT-FUNCB(WS-IDX) TO RPT-D-FUNCB.
           MOVE DB-SOD-HIT-DESC(WS-IDX)  TO RPT-D-DESC.
           PERFORM 520-FIND-OVERRIDE.
           MOVE RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       520-FIND-OVERRIDE       SECTION.
      * THE LAST OVERRIDE LOGGED FOR THE USER AND PAIR, AS DATE AND
      * WHO ALLOWED IT.
           MOVE 'none' TO RPT-D-OVERRIDE.
           OPEN INPUT OVRFD.
           IF OVR-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL OVR-FILE-ST NOT = "00"
               READ OVRFD
               IF OVR-FILE-ST = "00" AND OVR-LINE NOT = SPACE
                   MOVE SPACE TO WS-OVR-USER WS-OVR-FUNCA WS-OVR-FUNCB
                   UNSTRING OVR-LINE DELIMITED BY '|'
                       INTO WS-OVR-TS
                            WS-OVR-BY
                            WS-OVR-TERM
                            WS-OVR-SOURCE
                            WS-OVR-USER
                            WS-OVR-FUNCA
                            WS-OVR-FUNCB
                   IF WS-OVR-USER = DB-SOD-HIT-USER(WS-IDX)
                      AND WS-OVR-FUNCA = DB-SOD-HIT-FUNCA(WS-IDX)
                      AND WS-OVR-FUNCB = DB-SOD-HIT-FUNCB(WS-IDX)
                       MOVE SPACE TO RPT-D-OVERRIDE
                       STRING WS-OVR-TS(1:8)    DELIMITED BY SIZE
                              ' '               DELIMITED BY SIZE
                              WS-OVR-BY         DELIMITED BY SPACE
                              INTO RPT-D-OVERRIDE
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE OVRFD.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'SODRPT' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
