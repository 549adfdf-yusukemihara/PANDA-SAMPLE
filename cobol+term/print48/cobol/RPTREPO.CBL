       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         RPTREPO.
      ******************************************************************
      * REPORT REPOSITORY.  EVERY BATCH REPORT IS WRITTEN TO ONE FIXED
      * NAME THAT THE NEXT RUN OVERWRITES, SO EACH REPORT JOB CALLS
      * HERE ONCE IT HAS CLOSED ITS REPORT.  THE FINISHED REPORT IS
      * COPIED INTO THE DATED REPOSITORY DIRECTORY UNDER
      * <PROGRAM>.<YYYYMMDD>.<HHMMSSCC>.RPT AND ONE LINE IS APPENDED
      * TO THE REPOSITORY INDEX UNDER THE SHARED FILE LOCK:
      *   STORED-FILE|PROGRAM|RUN-TS|BUSINESS-DATE|LINES|CLASS|
      *   SOURCE-FILE|USER
      * THE RETENTION CLASS COMES FROM THE CALLER, ELSE FROM THE
      * REPORT-CLASS TABLE (PROGRAM|CLASS), ELSE IS REPORTS.  THE
      * RETENTION JOB AGES GENERATIONS OUT BY THAT CLASS.  A BLANK
      * BUSINESS DATE IS TAKEN AS THE PROCESSING DATE OF A CATCH-UP
      * RUN, ELSE AS THE OPEN SYSTEM BUSINESS DATE.  THE FILED COPY
      * OPENS WITH A HEADER LINE STAMPING THAT BUSINESS DATE BESIDE
      * THE CLOCK TIME THE REPORT WAS FILED.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT SRCFD    ASSIGN TO SRC-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SRC-FILE-ST.
           SELECT DSTFD    ASSIGN TO DST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DST-FILE-ST.
           SELECT IDXFD    ASSIGN TO IDX-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS IDX-FILE-ST.
           SELECT RCLFD    ASSIGN TO RCL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RCL-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  SRCFD.
           01  SRC-LINE            PIC X(400).
           FD  DSTFD.
           01  DST-LINE            PIC X(400).
           FD  IDXFD.
           01  IDX-LINE            PIC X(300).
           FD  RCLFD.
           01  RCL-LINE            PIC X(40).
       WORKING-STORAGE     SECTION.
            COPY    "DB-FILELOCK".
            COPY    "DB-SHELL".
            COPY    "DB-BUSDATE".
       01  SRC-FILE            PIC X(80).
       01  SRC-FILE-ST         PIC X(02).
       01  DST-FILE            PIC X(80).
       01  DST-FILE-ST         PIC X(02).
       01  IDX-FILE            PIC X(80)
                               VALUE './cobol/report-index.dat'.
       01  IDX-FILE-ST         PIC X(02).
       01  RCL-FILE            PIC X(80)
                               VALUE './cobol/report-classes.dat'.
       01  RCL-FILE-ST         PIC X(02).
       01  WS-REPO-DIR         PIC X(40)
                               VALUE './cobol/report-repo/'.
       01  WS-RCL-REC.
           05  WS-RCL-PROGRAM      PIC X(12).
           05  WS-RCL-CLASS        PIC X(12).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-DONE             PIC X(1).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
            COPY    "DB-RPTREPO".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           MCPAREA
           SPAAREA
           DB-RPTREPO.
       000-MAIN                SECTION.
           MOVE 0 TO DB-RPTREPO-RC.
           MOVE 0 TO DB-RPTREPO-LINES.
           MOVE SPACE TO DB-RPTREPO-STORED.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           IF DB-RPTREPO-BIZDATE = SPACE
              OR DB-RPTREPO-BIZDATE = LOW-VALUE
               IF SPA-PROCDATE NOT = SPACE
                  AND SPA-PROCDATE NOT = LOW-VALUE
                   MOVE SPA-PROCDATE TO DB-RPTREPO-BIZDATE
               ELSE
                   INITIALIZE DB-BUSDATE
                   MOVE 'GET' TO DB-BUSDATE-FUNC
                   CALL 'BUSDATE' USING DB-BUSDATE
                   MOVE DB-BUSDATE-DATE TO DB-RPTREPO-BIZDATE
               END-IF
           END-IF.
           IF DB-RPTREPO-CLASS = SPACE
              OR DB-RPTREPO-CLASS = LOW-VALUE
               PERFORM 100-RESOLVE-CLASS
           END-IF.
           PERFORM 200-COPY-REPORT.
           IF DB-RPTREPO-RC = ZERO
               PERFORM 300-APPEND-INDEX
           END-IF.
           EXIT    PROGRAM.
      ************************************************************************
       100-RESOLVE-CLASS       SECTION.
           MOVE 'REPORTS' TO DB-RPTREPO-CLASS.
           OPEN INPUT RCLFD.
           IF RCL-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL RCL-FILE-ST NOT = "00"
               READ RCLFD INTO RCL-LINE
               IF RCL-FILE-ST = "00" AND RCL-LINE NOT = SPACE
                   MOVE SPACE TO WS-RCL-REC
                   UNSTRING RCL-LINE DELIMITED BY '|'
                       INTO WS-RCL-PROGRAM
                            WS-RCL-CLASS
                   IF WS-RCL-PROGRAM = DB-RPTREPO-PROGRAM
                      AND WS-RCL-CLASS NOT = SPACE
                       MOVE WS-RCL-CLASS TO DB-RPTREPO-CLASS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RCLFD.
           EXIT.
      ************************************************************************
       200-COPY-REPORT         SECTION.
           MOVE DB-RPTREPO-SOURCE TO SRC-FILE.
           OPEN INPUT SRCFD.
           IF SRC-FILE-ST NOT = "00"
               DISPLAY 'report repository: no report '
                   FUNCTION TRIM(DB-RPTREPO-SOURCE)
               MOVE 1 TO DB-RPTREPO-RC
               EXIT SECTION
           END-IF.
           MOVE SPACE TO DST-FILE.
           STRING WS-REPO-DIR          DELIMITED BY SPACE
                  DB-RPTREPO-PROGRAM   DELIMITED BY SPACE
                  '.'                  DELIMITED BY SIZE
                  WS-TIMESTAMP(1:8)    DELIMITED BY SIZE
                  '.'                  DELIMITED BY SIZE
                  WS-TIMESTAMP(9:8)    DELIMITED BY SIZE
                  '.rpt'               DELIMITED BY SIZE
                  INTO DST-FILE
           END-STRING.
           OPEN OUTPUT DSTFD.
      * FIRST FILING ON A NEW MACHINE - THE REPOSITORY DIRECTORY IS
      * CREATED ONCE AND THE OPEN RETRIED.
           IF DST-FILE-ST NOT = "00"
               PERFORM 250-MAKE-REPO-DIR
               OPEN OUTPUT DSTFD
           END-IF.
           IF DST-FILE-ST NOT = "00"
               DISPLAY 'report repository: cannot file '
                   FUNCTION TRIM(DST-FILE)
               CLOSE SRCFD
               MOVE 2 TO DB-RPTREPO-RC
               EXIT SECTION
           END-IF.
           MOVE SPACE TO DST-LINE.
           STRING 'BUSINESS DATE '   DELIMITED BY SIZE
                  DB-RPTREPO-BIZDATE DELIMITED BY SIZE
                  '  FILED '         DELIMITED BY SIZE
                  WS-TIMESTAMP(1:8)  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-TIMESTAMP(9:2)  DELIMITED BY SIZE
                  ':'                DELIMITED BY SIZE
                  WS-TIMESTAMP(11:2) DELIMITED BY SIZE
                  ':'                DELIMITED BY SIZE
                  WS-TIMESTAMP(13:2) DELIMITED BY SIZE
                  INTO DST-LINE
           END-STRING.
           WRITE DST-LINE.
           ADD 1 TO DB-RPTREPO-LINES.
           MOVE 'N' TO WS-DONE.
           PERFORM UNTIL WS-DONE = 'Y'
               READ SRCFD
               IF SRC-FILE-ST NOT = "00"
                   MOVE 'Y' TO WS-DONE
               ELSE
                   MOVE SRC-LINE TO DST-LINE
                   WRITE DST-LINE
                   ADD 1 TO DB-RPTREPO-LINES
               END-IF
           END-PERFORM.
           CLOSE SRCFD.
           CLOSE DSTFD.
           MOVE DST-FILE TO DB-RPTREPO-STORED.
           EXIT.
      ************************************************************************
       250-MAKE-REPO-DIR       SECTION.
           INITIALIZE DB-SHELL.
           MOVE 'SHELL' TO MCP-FUNC.
           MOVE 'shell' TO MCP-TABLE.
           MOVE 'command' TO MCP-PATHNAME.
           MOVE '/bin/mkdir' TO DB-SHELL-NAME.
           MOVE '-p' TO DB-SHELL-ARG1.
           MOVE WS-REPO-DIR TO DB-SHELL-ARG2.
           CALL 'MONFUNC' USING
                MCPAREA
                DB-SHELL.
           EXIT.
      ************************************************************************
       300-APPEND-INDEX        SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE IDX-FILE TO DB-FILELOCK-FILE.
           MOVE 'RPTREPO' TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'report index busy - '
                   FUNCTION TRIM(DB-RPTREPO-STORED) ' not indexed'
               MOVE 3 TO DB-RPTREPO-RC
               EXIT SECTION
           END-IF.
           OPEN EXTEND IDXFD.
           IF IDX-FILE-ST = "05" OR "35"
               OPEN OUTPUT IDXFD
           END-IF.
           IF IDX-FILE-ST NOT = "00"
               DISPLAY 'cannot open report index'
               MOVE 3 TO DB-RPTREPO-RC
           ELSE
               MOVE SPACE TO IDX-LINE
               STRING DB-RPTREPO-STORED  DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      DB-RPTREPO-PROGRAM DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      WS-TIMESTAMP       DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      DB-RPTREPO-BIZDATE DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      DB-RPTREPO-LINES   DELIMITED BY SIZE
                      '|'                DELIMITED BY SIZE
                      DB-RPTREPO-CLASS   DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      DB-RPTREPO-SOURCE  DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      MCP-USER           DELIMITED BY SPACE
                      INTO IDX-LINE
               END-STRING
               WRITE IDX-LINE
               CLOSE IDXFD
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE IDX-FILE TO DB-FILELOCK-FILE.
           MOVE 'RPTREPO' TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
