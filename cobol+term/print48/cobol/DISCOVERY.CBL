       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         DISCOVERY.
      ******************************************************************
      * LEGAL DISCOVERY EVIDENCE BUNDLES.  LEGAL FILES A REQUEST FOR
      * A MATTER NAMING A USER (U), A DEPARTMENT (D) OR A DOCUMENT
      * CODE (C) AND AN INCLUSIVE YYYYMMDD DATE RANGE.  FOR EACH
      * PENDING REQUEST THIS JOB READS EVERY SOURCE IN THE TABLE
      * BELOW - LIVE FILE AND ITS MONTHLY ARCHIVES - AND COPIES EACH
      * MATCHING ENTRY INTO ONE BUNDLE, ./COBOL/DISCOVERY-<MATTER>.BND:
      * A HEADER, A MANIFEST WITH ONE LINE PER FILE SEARCHED GIVING
      * ITS SOURCE, RECORDS TAKEN AND A ROLLING HASH OF THOSE
      * RECORDS, A CONTROL TOTAL, THEN THE RECORDS OF EACH FILE
      * BEHIND ITS OWN SEPARATOR LINE.
      * A DEPARTMENT MATCHES ON THE DEPARTMENT FIELD WHERE THE SOURCE
      * CARRIES ONE, AND ON THE USER FIELDS AGAINST THE DEPARTMENT'S
      * MEMBERS ON THE DEPARTMENT MASTER EVERYWHERE.
      * A CONTRIBUTING RECORD OF A STORE THE RETENTION SCHEDULE
      * DISPOSES OF IS PLACED ON THE LEGAL-HOLD LIST UNDER THE
      * MATTER (KEYED ON ITS FIRST FIELD, AS RETENTION JUDGES IT)
      * BEFORE THE BUNDLE IS WRITTEN.  A REQUEST WITH STATUS RELEASE
      * CLOSES THE MATTER: ITS HOLDS ARE TAKEN OFF THE LIST AND THE
      * REQUEST IS MARKED RELEASED.  HOLDS OF OTHER MATTERS AND HOLDS
      * ENTERED BY HAND ARE LEFT ALONE.
      * THE REQUESTER MUST HOLD THE LEGAL-DISCOVERY FUNCTION.
      * REQUESTS:  MATTER|TYPE|SUBJECT|FROM|TO|REQUESTED-BY|
      *            REQUESTED-TS|STATUS|RUN-TS|RECORDS|BUNDLE
      *            STATUS PENDING, DONE, REJECTED, RELEASE, RELEASED.
      *            A REJECTED REQUEST CARRIES THE REASON AS BUNDLE.
      * HOLD LIST: STORE|ITEM-KEY|MATTER|PLACED-DATE.
      * FIELDS ARE COUNTED FROM 1 ACROSS THE PIPE-DELIMITED RECORD;
      * 0 MEANS THE SOURCE DOES NOT CARRY THAT FIELD.  *PRINTQ WALKS
      * THE PRINT QUEUE, SEEN AS JOBID|FILENAME|STATUS|ACCOUNT|DEPT|
      * PRINTER|TIME.  ARCHIVES I ARE FOUND THROUGH THE LOG ARCHIVE
      * INDEX, ARCHIVES M ARE <STEM>YYYYMM.LOG FOR EACH MONTH OF THE
      * RANGE.  LINES STARTING '*' ARE TRAILERS AND ARE SKIPPED.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT REQFD    ASSIGN TO REQ-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS REQ-FILE-ST.
           SELECT REQNEWFD ASSIGN TO REQ-NEW-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS REQ-NEW-FILE-ST.
           SELECT SRCFD    ASSIGN TO SRC-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SRC-FILE-ST.
           SELECT WRKFD    ASSIGN TO WRK-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WRK-FILE-ST.
           SELECT BNDFD    ASSIGN TO BND-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS BND-FILE-ST.
           SELECT MSTFD    ASSIGN TO MST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MST-FILE-ST.
           SELECT HOLDFD   ASSIGN TO HOLD-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS HOLD-FILE-ST.
           SELECT HOLDNEWFD ASSIGN TO HOLD-NEW-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS HOLD-NEW-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  REQFD.
           01  REQ-LINE            PIC X(300).
           FD  REQNEWFD.
           01  REQ-NEW-LINE        PIC X(300).
           FD  SRCFD.
           01  SRC-LINE            PIC X(300).
           FD  WRKFD.
           01  WRK-LINE            PIC X(300).
           FD  BNDFD.
           01  BND-LINE            PIC X(300).
           FD  MSTFD.
           01  MST-LINE            PIC X(200).
           FD  HOLDFD.
           01  HOLD-LINE           PIC X(200).
           FD  HOLDNEWFD.
           01  HOLD-NEW-LINE       PIC X(200).
       WORKING-STORAGE     SECTION.
            COPY    "DB-AUTH".
            COPY    "DB-FILELOCK".
            COPY    "DB-FILEGUARD".
            COPY    "DB-LOGARCH".
            COPY    "DB-PRINTQ".
       01  REQ-FILE            PIC X(80)
                               VALUE './cobol/discovery-requests.dat'.
       01  REQ-FILE-ST         PIC X(02).
       01  REQ-NEW-FILE        PIC X(80) VALUE
           './cobol/discovery-requests.dat.new'.
       01  REQ-NEW-FILE-ST     PIC X(02).
       01  SRC-FILE            PIC X(84).
       01  SRC-FILE-ST         PIC X(02).
       01  WRK-FILE            PIC X(80)
                               VALUE './cobol/discovery-work.tmp'.
       01  WRK-FILE-ST         PIC X(02).
       01  BND-FILE            PIC X(80).
       01  BND-FILE-ST         PIC X(02).
       01  MST-FILE            PIC X(80)
                               VALUE './cobol/dept-user-master.dat'.
       01  MST-FILE-ST         PIC X(02).
       01  HOLD-FILE           PIC X(80)
                               VALUE './cobol/legal-holds.dat'.
       01  HOLD-FILE-ST        PIC X(02).
       01  HOLD-NEW-FILE       PIC X(80)
                               VALUE './cobol/legal-holds.dat.new'.
       01  HOLD-NEW-FILE-ST    PIC X(02).
       01  DSC-SOURCES.
           05  FILLER          PIC X(10) VALUE 'SYSAUDIT'.
           05  FILLER          PIC X(40)
               VALUE './cobol/sysdb-audit.log'.
           05  FILLER          PIC 9(1)  VALUE 2.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(1)  VALUE 'M'.
           05  FILLER          PIC X(40)
               VALUE './cobol/sysdb-audit-'.
           05  FILLER          PIC X(10) VALUE 'AUDITLOG'.
           05  FILLER          PIC X(10) VALUE 'APPRAUDIT'.
           05  FILLER          PIC X(40)
               VALUE './cobol/approval-audit.log'.
           05  FILLER          PIC 9(1)  VALUE 2.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(1)  VALUE 'I'.
           05  FILLER          PIC X(40) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE 'PULLAUDIT'.
           05  FILLER          PIC X(40)
               VALUE './cobol/pullprint-audit.log'.
           05  FILLER          PIC 9(1)  VALUE 4.
           05  FILLER          PIC 9(1)  VALUE 7.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC X(40) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE 'AUTHDENY'.
           05  FILLER          PIC X(40)
               VALUE './cobol/auth-denials.log'.
           05  FILLER          PIC 9(1)  VALUE 2.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC X(40) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE 'SESSIONS'.
           05  FILLER          PIC X(40)
               VALUE './cobol/session-history.dat'.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 3.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC X(40) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE 'SESSIONS'.
           05  FILLER          PIC X(10) VALUE 'PRINTQ'.
           05  FILLER          PIC X(40) VALUE '*PRINTQ'.
           05  FILLER          PIC 9(1)  VALUE 4.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 5.
           05  FILLER          PIC 9(1)  VALUE 2.
           05  FILLER          PIC 9(1)  VALUE 7.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC X(40) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE 'PRINTHIST'.
           05  FILLER          PIC X(40)
               VALUE './cobol/print-history.dat'.
           05  FILLER          PIC 9(1)  VALUE 3.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 4.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC 9(1)  VALUE 6.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC X(40) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE 'DOWNLOADS'.
           05  FILLER          PIC X(40)
               VALUE './cobol/download-activity.log'.
           05  FILLER          PIC 9(1)  VALUE 2.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC 9(1)  VALUE 4.
           05  FILLER          PIC X(1)  VALUE 'I'.
           05  FILLER          PIC X(40) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE 'UPLOADS'.
           05  FILLER          PIC X(40)
               VALUE './cobol/pending-uploads.dat'.
           05  FILLER          PIC 9(1)  VALUE 2.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 3.
           05  FILLER          PIC 9(1)  VALUE 5.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC X(40) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE 'UPHASHES'.
           05  FILLER          PIC X(40)
               VALUE './cobol/upload-hashes.dat'.
           05  FILLER          PIC 9(1)  VALUE 3.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 4.
           05  FILLER          PIC 9(1)  VALUE 6.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC X(40) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE 'ERREVENTS'.
           05  FILLER          PIC X(40)
               VALUE './cobol/error-events.log'.
           05  FILLER          PIC 9(1)  VALUE 3.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 5.
           05  FILLER          PIC X(1)  VALUE 'I'.
           05  FILLER          PIC X(40) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE 'GRANTS'.
           05  FILLER          PIC X(40)
               VALUE './cobol/auth-grant-history.log'.
           05  FILLER          PIC 9(1)  VALUE 4.
           05  FILLER          PIC 9(1)  VALUE 2.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC X(40) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE SPACE.
       01  DSC-SOURCE-TABLE REDEFINES DSC-SOURCES.
           05  SRC-ENTRY       OCCURS 12 TIMES.
               10  SRC-ID          PIC X(10).
               10  SRC-LIVE-FILE   PIC X(40).
               10  SRC-USER1       PIC 9(1).
               10  SRC-USER2       PIC 9(1).
               10  SRC-DEPT        PIC 9(1).
               10  SRC-DOC         PIC 9(1).
               10  SRC-DATE        PIC 9(1).
               10  SRC-ARCH        PIC X(1).
               10  SRC-STEM        PIC X(40).
               10  SRC-HOLD-STORE  PIC X(10).
       01  WS-SRC-COUNT        PIC 9(2) VALUE 12.
       01  WS-SRC              PIC 9(2).
       01  REQ-REC.
           05  REQ-MATTER          PIC X(20).
           05  REQ-TYPE            PIC X(1).
           05  REQ-SUBJECT         PIC X(40).
           05  REQ-FROM            PIC X(8).
           05  REQ-TO              PIC X(8).
           05  REQ-BY              PIC X(20).
           05  REQ-TS              PIC X(21).
           05  REQ-STATUS          PIC X(10).
           05  REQ-RUN-TS          PIC X(21).
           05  REQ-RECORDS         PIC X(7).
           05  REQ-BUNDLE          PIC X(80).
      * MEMBERS OF THE DEPARTMENT NAMED BY A D REQUEST.
       01  MEMBER-TABLE.
           05  MBR-NUM             PIC 9(3).
           05  MBR-USER            PIC X(20) OCCURS 500 TIMES.
       01  MST-REC.
           05  MST-TYPE            PIC X(1).
           05  MST-USER            PIC X(20).
           05  MST-DEPT            PIC X(40).
      * HOLDS OF THE CURRENT MATTER - ALREADY ON THE LIST, THEN THOSE
      * THIS RUN ADDS FROM HLD-FIRST-NEW ON.
       01  HOLD-TABLE.
           05  HLD-NUM             PIC 9(4).
           05  HLD-ENTRY OCCURS 5000 TIMES.
               10  HLD-STORE       PIC X(10).
               10  HLD-KEY         PIC X(80).
       01  HLD-FIRST-NEW       PIC 9(4).
       01  HLD-REC.
           05  HLD-REC-STORE       PIC X(10).
           05  HLD-REC-KEY         PIC X(80).
           05  HLD-REC-MATTER      PIC X(20).
      * ONE ENTRY PER FILE SEARCHED FOR THE CURRENT REQUEST.
       01  MANIFEST-TABLE.
           05  MAN-NUM             PIC 9(3).
           05  MAN-ENTRY OCCURS 500 TIMES.
               10  MAN-SOURCE      PIC X(10).
               10  MAN-FILE        PIC X(84).
               10  MAN-COUNT       PIC 9(7).
               10  MAN-HASH        PIC 9(9).
       01  FIELD-TABLE.
           05  FLD                 PIC X(80) OCCURS 9 TIMES.
       01  WS-SPLIT-LINE       PIC X(300).
       01  WS-TODAY            PIC X(8).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-LINE-DATE        PIC X(8).
       01  WS-MONTH            PIC 9(6).
       01  WS-TO-MONTH         PIC 9(6).
       01  WS-MATCH            PIC X(1).
       01  WS-SEP-WRITTEN      PIC X(1).
       01  WS-SRC-SEEN         PIC X(1).
       01  WS-REJECT           PIC X(40).
       01  WS-HOLDS-OK         PIC X(1).
       01  WS-HOLD-OVERFLOW    PIC X(1).
       01  WS-MAN-OVERFLOW     PIC X(1).
       01  WS-MBR-OVERFLOW     PIC X(1).
       01  WS-IDX              PIC 9(4).
       01  WS-FILE-IDX         PIC 9(3).
       01  WS-CHAR-IDX         PIC 9(4).
       01  WS-LINE-LEN         PIC 9(4).
       01  WS-BND-HASH         PIC 9(9).
       01  WS-BND-RECORDS      PIC 9(7).
       01  WS-BND-FILES        PIC 9(3).
       01  WS-HOLDS-PLACED     PIC 9(4).
       01  WS-HOLDS-RELEASED   PIC 9(4).
       01  WS-HOLD-COUNT       PIC 9(6).
       01  WS-REQ-COUNT        PIC 9(6).
       01  WS-RUN              PIC 9(3) VALUE 0.
       01  WS-RELEASED         PIC 9(3) VALUE 0.
       01  WS-TOTAL-RECORDS    PIC 9(7) VALUE 0.
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
               PERFORM 010-RUN-REQUESTS
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-REQUESTS        SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE 0 TO WS-RUN.
           MOVE 0 TO WS-RELEASED.
           MOVE 0 TO WS-TOTAL-RECORDS.
           MOVE 0 TO WS-REQ-COUNT.
      * LEGAL ADDS REQUESTS WHILE THE JOB MAY BE RUNNING, SO THE
      * REQUEST FILE IS REWRITTEN ONLY UNDER THE SHARED FILE LOCK.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE REQ-FILE TO DB-FILELOCK-FILE.
           MOVE 'DISCOVERY' TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'discovery request file busy - run deferred'
               EXIT SECTION
           END-IF.
           MOVE REQ-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           OPEN INPUT REQFD.
           IF REQ-FILE-ST NOT = "00"
               DISPLAY 'no discovery requests on file'
               PERFORM 020-UNLOCK-REQUESTS
               EXIT SECTION
           END-IF.
           OPEN OUTPUT REQNEWFD.
           IF REQ-NEW-FILE-ST NOT = "00"
               DISPLAY 'cannot write discovery request file'
               CLOSE REQFD
               PERFORM 020-UNLOCK-REQUESTS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL REQ-FILE-ST NOT = "00"
               READ REQFD
               IF REQ-FILE-ST = "00" AND REQ-LINE NOT = SPACE
                  AND REQ-LINE(1:1) NOT = '*'
                   PERFORM 100-ONE-REQUEST
               END-IF
           END-PERFORM.
           CLOSE REQFD.
           MOVE SPACE TO REQ-NEW-LINE.
           STRING '*END|'        DELIMITED BY SIZE
                  WS-REQ-COUNT   DELIMITED BY SIZE
                  INTO REQ-NEW-LINE
           END-STRING.
           WRITE REQ-NEW-LINE.
           CLOSE REQNEWFD.
           MOVE REQ-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           PERFORM 020-UNLOCK-REQUESTS.
           MOVE WS-TOTAL-RECORDS TO SPA-NUM.
           DISPLAY 'discovery requests run:' WS-RUN
               ' matters released:' WS-RELEASED
               ' records bundled:' WS-TOTAL-RECORDS.
           EXIT.
      ************************************************************************
       020-UNLOCK-REQUESTS     SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE REQ-FILE TO DB-FILELOCK-FILE.
           MOVE 'DISCOVERY' TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       100-ONE-REQUEST         SECTION.
      * A REQUEST THAT IS NOT ACTED ON IS CARRIED FORWARD AS IT WAS.
           MOVE SPACE TO REQ-REC.
           UNSTRING REQ-LINE DELIMITED BY '|'
               INTO REQ-MATTER
                    REQ-TYPE
                    REQ-SUBJECT
                    REQ-FROM
                    REQ-TO
                    REQ-BY
                    REQ-TS
                    REQ-STATUS
                    REQ-RUN-TS
                    REQ-RECORDS
                    REQ-BUNDLE
           END-UNSTRING.
           EVALUATE REQ-STATUS
             WHEN 'PENDING'
               PERFORM 110-VALIDATE-REQUEST
               IF WS-REJECT NOT = SPACE
                   MOVE 'REJECTED' TO REQ-STATUS
                   MOVE WS-TIMESTAMP TO REQ-RUN-TS
                   MOVE '0' TO REQ-RECORDS
                   MOVE WS-REJECT TO REQ-BUNDLE
                   DISPLAY 'discovery request ' REQ-MATTER
                       ' rejected: ' WS-REJECT
                   PERFORM 130-REBUILD-LINE
               ELSE
                   PERFORM 200-COLLECT
               END-IF
             WHEN 'RELEASE'
               PERFORM 800-RELEASE-HOLDS
           END-EVALUATE.
           MOVE REQ-LINE TO REQ-NEW-LINE.
           WRITE REQ-NEW-LINE.
           ADD 1 TO WS-REQ-COUNT.
           EXIT.
      ************************************************************************
       110-VALIDATE-REQUEST    SECTION.
           MOVE SPACE TO WS-REJECT.
           IF REQ-MATTER = SPACE
               MOVE 'NO MATTER' TO WS-REJECT
               EXIT SECTION
           END-IF.
           IF REQ-TYPE NOT = 'U' AND REQ-TYPE NOT = 'D'
              AND REQ-TYPE NOT = 'C'
               MOVE 'SUBJECT TYPE NOT U, D OR C' TO WS-REJECT
               EXIT SECTION
           END-IF.
           IF REQ-SUBJECT = SPACE
               MOVE 'NO SUBJECT' TO WS-REJECT
               EXIT SECTION
           END-IF.
           IF REQ-FROM IS NOT NUMERIC OR REQ-TO IS NOT NUMERIC
              OR REQ-FROM > REQ-TO
               MOVE 'BAD DATE RANGE' TO WS-REJECT
               EXIT SECTION
           END-IF.
           MOVE REQ-BY TO DB-AUTH-USER.
           MOVE 'LEGAL-DISCOVERY' TO DB-AUTH-FUNC.
           MOVE 'N' TO DB-AUTH-DEFAULT.
           CALL 'AUTHCHECK' USING DB-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               MOVE 'REQUESTER NOT AUTHORIZED' TO WS-REJECT
           END-IF.
           EXIT.
      ************************************************************************
       130-REBUILD-LINE        SECTION.
           MOVE SPACE TO REQ-LINE.
           STRING REQ-MATTER        DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  REQ-TYPE          DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  REQ-SUBJECT       DELIMITED BY '  '
                  '|'               DELIMITED BY SIZE
                  REQ-FROM          DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  REQ-TO            DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  REQ-BY            DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  REQ-TS            DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  REQ-STATUS        DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  REQ-RUN-TS        DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  REQ-RECORDS       DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  REQ-BUNDLE        DELIMITED BY '  '
                  INTO REQ-LINE
           END-STRING.
           EXIT.
      ************************************************************************
       200-COLLECT             SECTION.
      * THE RECORDS ARE GATHERED INTO THE WORK FILE WHILE THE
      * MANIFEST IS COUNTED, THEN HELD, THEN BOUND INTO THE BUNDLE.
      * A REQUEST WHOSE HOLDS COULD NOT BE PLACED STAYS PENDING AND
      * NO BUNDLE IS ISSUED UNTIL THEY ARE.
           MOVE 0 TO MAN-NUM.
           MOVE 0 TO WS-BND-HASH.
           MOVE 0 TO WS-BND-RECORDS.
           MOVE 'N' TO WS-MAN-OVERFLOW.
           MOVE 'N' TO WS-HOLD-OVERFLOW.
           MOVE 0 TO MBR-NUM.
           IF REQ-TYPE = 'D'
               PERFORM 210-LOAD-MEMBERS
           END-IF.
           PERFORM 220-LOAD-MATTER-HOLDS.
           OPEN OUTPUT WRKFD.
           IF WRK-FILE-ST NOT = "00"
               DISPLAY 'cannot write discovery work file'
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-SRC FROM 1 BY 1
                     UNTIL WS-SRC > WS-SRC-COUNT
               PERFORM 300-COLLECT-SOURCE
           END-PERFORM.
           CLOSE WRKFD.
           PERFORM 700-PLACE-HOLDS.
           IF WS-HOLDS-OK NOT = 'Y'
               DISPLAY 'legal holds for ' REQ-MATTER
                   ' not placed - request left pending'
               PERFORM 690-CLEAR-WORK
               EXIT SECTION
           END-IF.
           PERFORM 600-WRITE-BUNDLE.
           PERFORM 690-CLEAR-WORK.
           IF BND-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 'DONE' TO REQ-STATUS.
           MOVE WS-TIMESTAMP TO REQ-RUN-TS.
           MOVE WS-BND-RECORDS TO REQ-RECORDS.
           MOVE BND-FILE TO REQ-BUNDLE.
           PERFORM 130-REBUILD-LINE.
           ADD 1 TO WS-RUN.
           ADD WS-BND-RECORDS TO WS-TOTAL-RECORDS.
           EXIT.
      ************************************************************************
       210-LOAD-MEMBERS        SECTION.
      * EVERY USER EVER RECORDED IN THE DEPARTMENT COUNTS, ACTIVE OR
      * NOT - A LEAVER'S ACTIVITY IN THE RANGE IS STILL EVIDENCE.
           MOVE 'N' TO WS-MBR-OVERFLOW.
           OPEN INPUT MSTFD.
           IF MST-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL MST-FILE-ST NOT = "00"
               READ MSTFD
               IF MST-FILE-ST = "00" AND MST-LINE(1:2) = 'U|'
                   MOVE SPACE TO MST-REC
                   UNSTRING MST-LINE DELIMITED BY '|'
                       INTO MST-TYPE
                            MST-USER
                            MST-DEPT
                   END-UNSTRING
                   IF MST-DEPT = REQ-SUBJECT
                       IF MBR-NUM < 500
                           ADD 1 TO MBR-NUM
                           MOVE MST-USER TO MBR-USER(MBR-NUM)
                       ELSE
                           MOVE 'Y' TO WS-MBR-OVERFLOW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MSTFD.
           IF WS-MBR-OVERFLOW = 'Y'
               DISPLAY 'department members limited to 500 for '
                   REQ-MATTER
           END-IF.
           EXIT.
      ************************************************************************
       220-LOAD-MATTER-HOLDS   SECTION.
      * ONLY THIS MATTER'S OWN HOLDS ARE LOADED.  AN ITEM ALREADY
      * HELD FOR ANOTHER MATTER GETS A LINE OF ITS OWN, SO CLOSING
      * THAT MATTER DOES NOT LIFT THIS ONE'S HOLD.
           MOVE 0 TO HLD-NUM.
           OPEN INPUT HOLDFD.
           IF HOLD-FILE-ST = "00"
               PERFORM UNTIL HOLD-FILE-ST NOT = "00"
                   READ HOLDFD
                   IF HOLD-FILE-ST = "00" AND HOLD-LINE NOT = SPACE
                       MOVE SPACE TO HLD-REC
                       UNSTRING HOLD-LINE DELIMITED BY '|'
                           INTO HLD-REC-STORE
                                HLD-REC-KEY
                                HLD-REC-MATTER
                       END-UNSTRING
                       IF HLD-REC-MATTER = REQ-MATTER
                          AND HLD-NUM < 5000
                           ADD 1 TO HLD-NUM
                           MOVE HLD-REC-STORE TO HLD-STORE(HLD-NUM)
                           MOVE HLD-REC-KEY   TO HLD-KEY(HLD-NUM)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HOLDFD
           END-IF.
           COMPUTE HLD-FIRST-NEW = HLD-NUM + 1.
           EXIT.
      ************************************************************************
       300-COLLECT-SOURCE      SECTION.
      * A SOURCE THAT CARRIES NO FIELD OF THE REQUESTED KIND IS NOT
      * SEARCHED.  ONE THAT IS SEARCHED BUT HAS NO FILE ON DISK IS
      * STILL LISTED ON THE MANIFEST, SO THE BUNDLE SHOWS IT WAS
      * LOOKED FOR.
           EVALUATE REQ-TYPE
             WHEN 'U'
               IF SRC-USER1(WS-SRC) = 0
                   EXIT SECTION
               END-IF
             WHEN 'D'
               IF SRC-USER1(WS-SRC) = 0 AND SRC-DEPT(WS-SRC) = 0
                   EXIT SECTION
               END-IF
             WHEN 'C'
               IF SRC-DOC(WS-SRC) = 0
                   EXIT SECTION
               END-IF
           END-EVALUATE.
           MOVE 'N' TO WS-SRC-SEEN.
           IF SRC-LIVE-FILE(WS-SRC) = '*PRINTQ'
               PERFORM 330-SCAN-QUEUE
               EXIT SECTION
           END-IF.
           EVALUATE SRC-ARCH(WS-SRC)
             WHEN 'I'
               PERFORM 310-INDEXED-ARCHIVES
             WHEN 'M'
               PERFORM 320-MONTHLY-ARCHIVES
           END-EVALUATE.
           MOVE SRC-LIVE-FILE(WS-SRC) TO SRC-FILE.
           MOVE SRC-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           PERFORM 340-SCAN-FILE.
           IF WS-SRC-SEEN = 'N'
               MOVE SRC-LIVE-FILE(WS-SRC) TO SRC-FILE
               PERFORM 350-NEW-MANIFEST-ENTRY
               MOVE '(NOT ON FILE)' TO MAN-FILE(MAN-NUM)
           END-IF.
           EXIT.
      ************************************************************************
       310-INDEXED-ARCHIVES    SECTION.
           MOVE SRC-LIVE-FILE(WS-SRC) TO DB-LOGARCH-LOG.
           MOVE REQ-FROM TO DB-LOGARCH-FROM.
           MOVE REQ-TO TO DB-LOGARCH-TO.
           CALL 'LOGARCH' USING DB-LOGARCH.
           IF DB-LOGARCH-RC = 2
               DISPLAY 'archives limited to 120 for '
                   SRC-ID(WS-SRC)
           END-IF.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > DB-LOGARCH-NUM
               MOVE DB-LOGARCH-FILE(WS-FILE-IDX) TO SRC-FILE
               PERFORM 340-SCAN-FILE
           END-PERFORM.
           EXIT.
      ************************************************************************
       320-MONTHLY-ARCHIVES    SECTION.
      * YYYY12 + 89 IS JANUARY OF THE NEXT YEAR.
           MOVE REQ-FROM(1:6) TO WS-MONTH.
           MOVE REQ-TO(1:6) TO WS-TO-MONTH.
           PERFORM UNTIL WS-MONTH > WS-TO-MONTH
               MOVE SPACE TO SRC-FILE
               STRING SRC-STEM(WS-SRC)  DELIMITED BY SPACE
                      WS-MONTH          DELIMITED BY SIZE
                      '.log'            DELIMITED BY SIZE
                      INTO SRC-FILE
               END-STRING
               PERFORM 340-SCAN-FILE
               IF WS-MONTH(5:2) = '12'
                   ADD 89 TO WS-MONTH
               ELSE
                   ADD 1 TO WS-MONTH
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       330-SCAN-QUEUE          SECTION.
           MOVE '*PRINTQ' TO SRC-FILE.
           PERFORM 350-NEW-MANIFEST-ENTRY.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               MOVE SPACE TO WS-SPLIT-LINE
               STRING DB-PRINTQ-JOBID     DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-FILENAME  DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-STATUS    DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-ACCOUNT   DELIMITED BY '  '
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-DEPT      DELIMITED BY '  '
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-PRINTER   DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-TIME      DELIMITED BY SPACE
                      INTO WS-SPLIT-LINE
               END-STRING
               PERFORM 400-TAKE-IF-MATCHED
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           EXIT.
      ************************************************************************
       340-SCAN-FILE           SECTION.
           OPEN INPUT SRCFD.
           IF SRC-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM 350-NEW-MANIFEST-ENTRY.
           PERFORM UNTIL SRC-FILE-ST NOT = "00"
               READ SRCFD
               IF SRC-FILE-ST = "00" AND SRC-LINE NOT = SPACE
                  AND SRC-LINE(1:1) NOT = '*'
                   MOVE SRC-LINE TO WS-SPLIT-LINE
                   PERFORM 400-TAKE-IF-MATCHED
               END-IF
           END-PERFORM.
           CLOSE SRCFD.
           EXIT.
      ************************************************************************
       350-NEW-MANIFEST-ENTRY  SECTION.
      * PAST THE TABLE THE LAST ENTRY ABSORBS THE REMAINING FILES, SO
      * NO RECORD GOES UNCOUNTED; THE MANIFEST SAYS SO.
           MOVE 'Y' TO WS-SRC-SEEN.
           MOVE 'N' TO WS-SEP-WRITTEN.
           IF MAN-NUM >= 500
               MOVE 'Y' TO WS-MAN-OVERFLOW
               EXIT SECTION
           END-IF.
           ADD 1 TO MAN-NUM.
           MOVE SRC-ID(WS-SRC) TO MAN-SOURCE(MAN-NUM).
           MOVE SRC-FILE TO MAN-FILE(MAN-NUM).
           MOVE 0 TO MAN-COUNT(MAN-NUM).
           MOVE 0 TO MAN-HASH(MAN-NUM).
           EXIT.
      ************************************************************************
       400-TAKE-IF-MATCHED     SECTION.
           PERFORM 410-SPLIT-LINE.
           PERFORM 420-MATCH-RECORD.
           IF WS-MATCH NOT = 'Y'
               EXIT SECTION
           END-IF.
           IF WS-SEP-WRITTEN = 'N'
               MOVE 'Y' TO WS-SEP-WRITTEN
               MOVE SPACE TO WRK-LINE
               STRING '--- SOURCE: '     DELIMITED BY SIZE
                      SRC-ID(WS-SRC)     DELIMITED BY SPACE
                      '  FILE: '         DELIMITED BY SIZE
                      SRC-FILE           DELIMITED BY SPACE
                      ' ---'             DELIMITED BY SIZE
                      INTO WRK-LINE
               END-STRING
               WRITE WRK-LINE
           END-IF.
           MOVE WS-SPLIT-LINE TO WRK-LINE.
           WRITE WRK-LINE.
           ADD 1 TO MAN-COUNT(MAN-NUM).
           ADD 1 TO WS-BND-RECORDS.
           PERFORM 430-ROLL-HASH.
           IF SRC-HOLD-STORE(WS-SRC) NOT = SPACE
              AND FLD(1) NOT = SPACE
               PERFORM 440-ADD-HOLD
           END-IF.
           EXIT.
      ************************************************************************
       410-SPLIT-LINE          SECTION.
           MOVE SPACE TO FIELD-TABLE.
           UNSTRING WS-SPLIT-LINE DELIMITED BY '|'
               INTO FLD(1) FLD(2) FLD(3) FLD(4) FLD(5)
                    FLD(6) FLD(7) FLD(8) FLD(9)
           END-UNSTRING.
           EXIT.
      ************************************************************************
       420-MATCH-RECORD        SECTION.
           MOVE 'N' TO WS-MATCH.
           MOVE FLD(SRC-DATE(WS-SRC))(1:8) TO WS-LINE-DATE.
           IF WS-LINE-DATE IS NOT NUMERIC
              OR WS-LINE-DATE < REQ-FROM
              OR WS-LINE-DATE > REQ-TO
               EXIT SECTION
           END-IF.
           EVALUATE REQ-TYPE
             WHEN 'U'
               IF FLD(SRC-USER1(WS-SRC)) = REQ-SUBJECT
                   MOVE 'Y' TO WS-MATCH
               END-IF
               IF SRC-USER2(WS-SRC) NOT = 0
                  AND FLD(SRC-USER2(WS-SRC)) = REQ-SUBJECT
                   MOVE 'Y' TO WS-MATCH
               END-IF
             WHEN 'C'
               IF FLD(SRC-DOC(WS-SRC)) = REQ-SUBJECT
                   MOVE 'Y' TO WS-MATCH
               END-IF
             WHEN 'D'
               IF SRC-DEPT(WS-SRC) NOT = 0
                  AND FLD(SRC-DEPT(WS-SRC)) = REQ-SUBJECT
                   MOVE 'Y' TO WS-MATCH
                   EXIT SECTION
               END-IF
               IF SRC-USER1(WS-SRC) NOT = 0
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                             UNTIL WS-IDX > MBR-NUM
                       IF FLD(SRC-USER1(WS-SRC)) = MBR-USER(WS-IDX)
                           MOVE 'Y' TO WS-MATCH
                       END-IF
                       IF SRC-USER2(WS-SRC) NOT = 0
                          AND FLD(SRC-USER2(WS-SRC))
                              = MBR-USER(WS-IDX)
                           MOVE 'Y' TO WS-MATCH
                       END-IF
                   END-PERFORM
               END-IF
           END-EVALUATE.
           EXIT.
      ************************************************************************
       430-ROLL-HASH           SECTION.
      * THE SAME ROLLING HASH AS THE AUDIT CHAIN, TAKEN OVER THE
      * TRAILING-TRIMMED RECORD EXACTLY AS WRITTEN TO THE BUNDLE.
      * EACH FILE'S HASH RUNS OVER ITS OWN RECORDS; THE BUNDLE HASH
      * RUNS OVER EVERY RECORD IN BUNDLE ORDER.
           COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-SPLIT-LINE TRAILING)).
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                     UNTIL WS-CHAR-IDX > WS-LINE-LEN
               COMPUTE MAN-HASH(MAN-NUM) = MAN-HASH(MAN-NUM) * 31
                   + FUNCTION ORD(WS-SPLIT-LINE(WS-CHAR-IDX:1))
               COMPUTE WS-BND-HASH = WS-BND-HASH * 31
                   + FUNCTION ORD(WS-SPLIT-LINE(WS-CHAR-IDX:1))
           END-PERFORM.
           EXIT.
      ************************************************************************
       440-ADD-HOLD            SECTION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > HLD-NUM
               IF HLD-STORE(WS-IDX) = SRC-HOLD-STORE(WS-SRC)
                  AND HLD-KEY(WS-IDX) = FLD(1)
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF HLD-NUM >= 5000
               MOVE 'Y' TO WS-HOLD-OVERFLOW
               EXIT SECTION
           END-IF.
           ADD 1 TO HLD-NUM.
           MOVE SRC-HOLD-STORE(WS-SRC) TO HLD-STORE(HLD-NUM).
           MOVE FLD(1) TO HLD-KEY(HLD-NUM).
           EXIT.
      ************************************************************************
       600-WRITE-BUNDLE        SECTION.
           MOVE SPACE TO BND-FILE.
           STRING './cobol/discovery-'  DELIMITED BY SIZE
                  REQ-MATTER            DELIMITED BY SPACE
                  '.bnd'                DELIMITED BY SIZE
                  INTO BND-FILE
           END-STRING.
           OPEN OUTPUT BNDFD.
           IF BND-FILE-ST NOT = "00"
               DISPLAY 'cannot write discovery bundle ' BND-FILE
               EXIT SECTION
           END-IF.
           MOVE 'LEGAL DISCOVERY EVIDENCE BUNDLE' TO BND-LINE.
           WRITE BND-LINE.
           MOVE SPACE TO BND-LINE.
           STRING 'MATTER: '        DELIMITED BY SIZE
                  REQ-MATTER        DELIMITED BY SPACE
                  '  SUBJECT: '     DELIMITED BY SIZE
                  REQ-TYPE          DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  REQ-SUBJECT       DELIMITED BY '  '
                  '  FROM: '        DELIMITED BY SIZE
                  REQ-FROM          DELIMITED BY SIZE
                  '  TO: '          DELIMITED BY SIZE
                  REQ-TO            DELIMITED BY SIZE
                  INTO BND-LINE
           END-STRING.
           WRITE BND-LINE.
           MOVE SPACE TO BND-LINE.
           STRING 'REQUESTED BY: '  DELIMITED BY SIZE
                  REQ-BY            DELIMITED BY SPACE
                  ' AT '            DELIMITED BY SIZE
                  REQ-TS            DELIMITED BY SPACE
                  '  PRODUCED: '    DELIMITED BY SIZE
                  WS-TIMESTAMP      DELIMITED BY SPACE
                  ' BY '            DELIMITED BY SIZE
                  MCP-USER          DELIMITED BY SPACE
                  INTO BND-LINE
           END-STRING.
           WRITE BND-LINE.
           MOVE SPACE TO BND-LINE.
           WRITE BND-LINE.
           MOVE 'MANIFEST: SOURCE|FILE|RECORDS|HASH' TO BND-LINE.
           WRITE BND-LINE.
           MOVE 0 TO WS-BND-FILES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > MAN-NUM
               MOVE SPACE TO BND-LINE
               STRING MAN-SOURCE(WS-IDX)  DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      MAN-FILE(WS-IDX)    DELIMITED BY '  '
                      '|'                 DELIMITED BY SIZE
                      MAN-COUNT(WS-IDX)   DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      MAN-HASH(WS-IDX)    DELIMITED BY SIZE
                      INTO BND-LINE
               END-STRING
               WRITE BND-LINE
               IF MAN-FILE(WS-IDX) NOT = '(NOT ON FILE)'
                   ADD 1 TO WS-BND-FILES
               END-IF
           END-PERFORM.
           IF WS-MAN-OVERFLOW = 'Y'
               MOVE 'FILES PAST 500 ARE COUNTED UNDER THE LAST ENTRY'
                   TO BND-LINE
               WRITE BND-LINE
           END-IF.
           MOVE SPACE TO BND-LINE.
           STRING 'TOTAL FILES: '   DELIMITED BY SIZE
                  WS-BND-FILES      DELIMITED BY SIZE
                  '  RECORDS: '     DELIMITED BY SIZE
                  WS-BND-RECORDS    DELIMITED BY SIZE
                  '  BUNDLE HASH: ' DELIMITED BY SIZE
                  WS-BND-HASH       DELIMITED BY SIZE
                  '  HOLDS PLACED: ' DELIMITED BY SIZE
                  WS-HOLDS-PLACED   DELIMITED BY SIZE
                  INTO BND-LINE
           END-STRING.
           WRITE BND-LINE.
           IF WS-HOLD-OVERFLOW = 'Y'
               MOVE 'HOLDS PAST 5000 NOT PLACED - PLACE BY HAND'
                   TO BND-LINE
               WRITE BND-LINE
           END-IF.
           MOVE SPACE TO BND-LINE.
           WRITE BND-LINE.
           OPEN INPUT WRKFD.
           IF WRK-FILE-ST = "00"
               PERFORM UNTIL WRK-FILE-ST NOT = "00"
                   READ WRKFD
                   IF WRK-FILE-ST = "00"
                       MOVE WRK-LINE TO BND-LINE
                       WRITE BND-LINE
                   END-IF
               END-PERFORM
               CLOSE WRKFD
           END-IF.
           CLOSE BNDFD.
           EXIT.
      ************************************************************************
       690-CLEAR-WORK          SECTION.
      * THE WORK FILE HOLDS EVIDENCE; IT IS NOT LEFT BEHIND.
           OPEN OUTPUT WRKFD.
           CLOSE WRKFD.
           EXIT.
      ************************************************************************
       700-PLACE-HOLDS         SECTION.
           MOVE 'Y' TO WS-HOLDS-OK.
           MOVE 0 TO WS-HOLDS-PLACED.
           IF HLD-NUM < HLD-FIRST-NEW
               EXIT SECTION
           END-IF.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE HOLD-FILE TO DB-FILELOCK-FILE.
           MOVE 'DISCOVERY' TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               MOVE 'N' TO WS-HOLDS-OK
               EXIT SECTION
           END-IF.
           OPEN EXTEND HOLDFD.
           IF HOLD-FILE-ST = "05" OR "35"
               OPEN OUTPUT HOLDFD
           END-IF.
           IF HOLD-FILE-ST NOT = "00"
               DISPLAY 'cannot open legal hold list'
               MOVE 'N' TO WS-HOLDS-OK
           ELSE
               PERFORM VARYING WS-IDX FROM HLD-FIRST-NEW BY 1
                         UNTIL WS-IDX > HLD-NUM
                   MOVE SPACE TO HOLD-LINE
                   STRING HLD-STORE(WS-IDX)  DELIMITED BY SPACE
                          '|'                DELIMITED BY SIZE
                          HLD-KEY(WS-IDX)    DELIMITED BY '  '
                          '|'                DELIMITED BY SIZE
                          REQ-MATTER         DELIMITED BY SPACE
                          '|'                DELIMITED BY SIZE
                          WS-TODAY           DELIMITED BY SIZE
                          INTO HOLD-LINE
                   END-STRING
                   WRITE HOLD-LINE
                   ADD 1 TO WS-HOLDS-PLACED
               END-PERFORM
               CLOSE HOLDFD
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE HOLD-FILE TO DB-FILELOCK-FILE.
           MOVE 'DISCOVERY' TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       800-RELEASE-HOLDS       SECTION.
      * THE LIST IS REWRITTEN WITHOUT THE MATTER'S LINES.  WHILE THE
      * LIST IS BUSY THE REQUEST STAYS AT RELEASE FOR THE NEXT RUN.
           MOVE 0 TO WS-HOLDS-RELEASED.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE HOLD-FILE TO DB-FILELOCK-FILE.
           MOVE 'DISCOVERY' TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'legal hold list busy - release of '
                   REQ-MATTER ' deferred'
               EXIT SECTION
           END-IF.
           MOVE HOLD-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           OPEN INPUT HOLDFD.
           IF HOLD-FILE-ST = "00"
               OPEN OUTPUT HOLDNEWFD
               IF HOLD-NEW-FILE-ST NOT = "00"
                   DISPLAY 'cannot rewrite legal hold list'
                   CLOSE HOLDFD
                   PERFORM 810-UNLOCK-HOLDS
                   EXIT SECTION
               END-IF
               PERFORM UNTIL HOLD-FILE-ST NOT = "00"
                   READ HOLDFD
                   IF HOLD-FILE-ST = "00" AND HOLD-LINE NOT = SPACE
                       MOVE SPACE TO HLD-REC
                       UNSTRING HOLD-LINE DELIMITED BY '|'
                           INTO HLD-REC-STORE
                                HLD-REC-KEY
                                HLD-REC-MATTER
                       END-UNSTRING
                       IF HLD-REC-MATTER = REQ-MATTER
                           ADD 1 TO WS-HOLDS-RELEASED
                       ELSE
                           MOVE HOLD-LINE TO HOLD-NEW-LINE
                           WRITE HOLD-NEW-LINE
                           ADD 1 TO WS-HOLD-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HOLDFD
               MOVE SPACE TO HOLD-NEW-LINE
               STRING '*END|'        DELIMITED BY SIZE
                      WS-HOLD-COUNT  DELIMITED BY SIZE
                      INTO HOLD-NEW-LINE
               END-STRING
               WRITE HOLD-NEW-LINE
               CLOSE HOLDNEWFD
               MOVE HOLD-FILE TO DB-FILEGUARD-FILE
               CALL 'FILEGUARD' USING DB-FILEGUARD
           END-IF.
           PERFORM 810-UNLOCK-HOLDS.
           MOVE 'RELEASED' TO REQ-STATUS.
           MOVE WS-TIMESTAMP TO REQ-RUN-TS.
           PERFORM 130-REBUILD-LINE.
           ADD 1 TO WS-RELEASED.
           DISPLAY 'matter ' REQ-MATTER ' holds released:'
               WS-HOLDS-RELEASED.
           EXIT.
      ************************************************************************
       810-UNLOCK-HOLDS        SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE HOLD-FILE TO DB-FILELOCK-FILE.
           MOVE 'DISCOVERY' TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
