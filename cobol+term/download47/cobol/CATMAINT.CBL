      * FILE ACTUALLY IMPORTS WITH A TEST BLOBIMPORT, AND EACH ENTRY
      * CARRIES EFFECTIVE-FROM/EXPIRES-ON DATES FOR SEASONAL
      * DOCUMENTS.
      * EACH ENTRY CARRIES A VERSION NUMBER.  PUBLISHING A NEW
      * EDITION NEEDS ITS OWN BACKING FILE, SO EVERY EDITION STAYS
      * RETRIEVABLE THROUGH THE VERSION HISTORY
      * (CODE|VERSION|PATH|FILE|DESC|PUBLISHED|BY), AND QUEUES A
      * SUPERSEDED NOTICE TO EVERYONE WHO DOWNLOADED THE EDITION IT
      * REPLACES.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           SELECT CATFD    ASSIGN TO CAT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CAT-FILE-ST.
           SELECT VERFD    ASSIGN TO VER-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS VER-FILE-ST.
           SELECT ACTFD    ASSIGN TO ACT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ACT-FILE-ST.
           SELECT NOTFD    ASSIGN TO NOT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NOT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CATFD.
           01  CAT-LINE            PIC X(300).
           FD  VERFD.
           01  VER-LINE            PIC X(300).
           FD  ACTFD.
           01  ACT-LINE            PIC X(150).
           FD  NOTFD.
           01  NOT-LINE            PIC X(250).
       WORKING-STORAGE     SECTION.
            COPY    "DB-PATH".
            COPY    "DB-WORK".
            COPY    "DB-FILELOCK".
            COPY    "DB-LOGARCH".
       01  CAT-FILE            PIC X(80)
                               VALUE './cobol/download-catalog.dat'.
       01  CAT-FILE-ST         PIC X(02).
       01  VER-FILE            PIC X(80)
                               VALUE './cobol/download-versions.dat'.
       01  VER-FILE-ST         PIC X(02).
       01  ACTIVITY-FILE       PIC X(80)
                               VALUE './cobol/download-activity.log'.
       01  ACT-FILE            PIC X(84).
       01  ACT-FILE-ST         PIC X(02).
       01  NOT-FILE            PIC X(80) VALUE
           './cobol/pending-notifications.dat'.
       01  NOT-FILE-ST         PIC X(02).
       01  DB-DLCAT.
           05  DB-DLCAT-NUM            PIC 9(3).
           05  DB-DLCAT-ENTRY OCCURS 50 TIMES.
               10  DB-DLCAT-TO         PIC X(8).
               10  DB-DLCAT-RESTRICT   PIC X(1).
               10  DB-DLCAT-OWNER      PIC X(20).
               10  DB-DLCAT-VERSION    PIC 9(4).
       01  VER-REC.
           05  VER-CODE            PIC X(10).
           05  VER-VERSION         PIC 9(4).
           05  VER-PATH            PIC X(80).
           05  VER-FILENAME        PIC X(80).
           05  VER-DESC            PIC X(80).
           05  VER-TS              PIC X(21).
           05  VER-BY              PIC X(20).
       01  ACT-REC.
           05  ACT-CODE            PIC X(10).
           05  ACT-USER            PIC X(20).
           05  ACT-TERM            PIC X(20).
           05  ACT-TS              PIC X(21).
           05  ACT-SIZE            PIC X(9).
           05  ACT-EXTRA           PIC X(110).
       01  NOTIFY-TABLE.
           05  NTF-NUM             PIC 9(3).
           05  NTF-USER OCCURS 200 TIMES
                                   PIC X(20).
       01  WS-IDX              PIC 9(3).
       01  WS-SEL-IDX          PIC 9(3).
       01  WS-IMPORT-OK        PIC X(1).
       01  WS-PREV-VERSION     PIC 9(4).
       01  WS-PREV-TS          PIC X(21).
       01  WS-HAVE-PREV        PIC X(1).
       01  WS-ACT-VERSION      PIC 9(4).
       01  WS-DOWNLOADED       PIC X(1).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-BND-CODE         PIC X(10).
       01  WS-BND-PTR          PIC 9(4).
       01  WS-NTF-IDX          PIC 9(3).
       01  WS-QUEUED           PIC 9(3).
       01  WS-EDIT-VERSION     PIC Z(3)9.
       01  WS-EDIT-PREV        PIC Z(3)9.
       01  WS-FILE-IDX         PIC 9(3).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
               PERFORM 040-CHANGE-ENTRY
             WHEN     'PUTG'           ALSO    'deletebutton'
               PERFORM 050-DELETE-ENTRY
             WHEN     'PUTG'           ALSO    'publishbutton'
               PERFORM 060-PUBLISH-VERSION
             WHEN     'PUTG'           ALSO    'refreshbutton'
               PERFORM 080-REFRESH
           END-EVALUATE.
               MOVE DB-DLCAT-TO(CMTROW)   TO SCR-CMTO
               MOVE DB-DLCAT-RESTRICT(CMTROW) TO SCR-CMRESTRICT
               MOVE DB-DLCAT-OWNER(CMTROW)    TO SCR-CMOWNER
               MOVE DB-DLCAT-VERSION(CMTROW)  TO WS-EDIT-VERSION
               MOVE FUNCTION TRIM(WS-EDIT-VERSION) TO SCR-CMVERSION
           END-IF.
           MOVE SPACE TO SCR-CMMSG.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           IF WS-IMPORT-OK = 'Y'
               ADD 1 TO DB-DLCAT-NUM
               MOVE DB-DLCAT-NUM TO WS-SEL-IDX
               MOVE 1 TO DB-DLCAT-VERSION(WS-SEL-IDX)
               PERFORM 130-STORE-ENTRY
               PERFORM 200-SAVE-CATALOG
               MOVE 'catalog entry added' TO SCR-CMMSG
           END-IF.
           PERFORM 090-SHOW-CATALOG.
           EXIT.
      ************************************************************************
       060-PUBLISH-VERSION     SECTION.
      * THE SCREEN CARRIES THE NEW EDITION.  THE EDITION IT REPLACES
      * IS ENTERED ON THE HISTORY FIRST IF IT IS NOT THERE YET, SO
      * ENTRIES THAT PREDATE VERSIONING KEEP THEIR FIRST EDITION.
           PERFORM 100-LOAD-CATALOG.
           PERFORM 110-FIND-CODE.
           IF WS-SEL-IDX = ZERO
               MOVE 'document code not in catalog' TO SCR-CMMSG
               PERFORM 090-SHOW-CATALOG
               EXIT SECTION
           END-IF.
           IF SCR-CMPATH = DB-DLCAT-PATH(WS-SEL-IDX)
               MOVE 'a new version needs its own backing file'
                   TO SCR-CMMSG
               PERFORM 090-SHOW-CATALOG
               EXIT SECTION
           END-IF.
           PERFORM 120-VALIDATE-ENTRY.
           IF WS-IMPORT-OK NOT = 'Y'
               PERFORM 090-SHOW-CATALOG
               EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE DB-DLCAT-VERSION(WS-SEL-IDX) TO WS-PREV-VERSION.
           PERFORM 300-FIND-HISTORY.
           IF WS-HAVE-PREV = 'N'
               PERFORM 310-WRITE-HISTORY
           END-IF.
           PERFORM 130-STORE-ENTRY.
           ADD 1 TO DB-DLCAT-VERSION(WS-SEL-IDX).
           PERFORM 200-SAVE-CATALOG.
           IF WS-HAVE-PREV = 'Y'
               MOVE VER-TS TO WS-PREV-TS
           ELSE
               MOVE SPACE TO WS-PREV-TS
           END-IF.
           PERFORM 310-WRITE-HISTORY.
           PERFORM 400-FIND-DOWNLOADERS.
           PERFORM 450-QUEUE-NOTICES.
           MOVE DB-DLCAT-VERSION(WS-SEL-IDX) TO WS-EDIT-VERSION.
           MOVE FUNCTION TRIM(WS-EDIT-VERSION) TO SCR-CMVERSION.
           MOVE SPACE TO SCR-CMMSG.
           STRING 'version ' DELIMITED BY SIZE
                  SCR-CMVERSION DELIMITED BY SPACE
                  ' published - ' DELIMITED BY SIZE
                  WS-QUEUED DELIMITED BY SIZE
                  ' superseded notice(s) queued' DELIMITED BY SIZE
                  INTO SCR-CMMSG
           END-STRING.
           IF WS-QUEUED < NTF-NUM
               MOVE SPACE TO SCR-CMMSG
               STRING 'version ' DELIMITED BY SIZE
                      SCR-CMVERSION DELIMITED BY SPACE
                      ' published - notification register busy, '
                                   DELIMITED BY SIZE
                      'notices not queued' DELIMITED BY SIZE
                      INTO SCR-CMMSG
               END-STRING
           END-IF.
           PERFORM 090-SHOW-CATALOG.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           PERFORM 100-LOAD-CATALOG.
                   READ CATFD INTO CAT-LINE
                   IF CAT-FILE-ST = "00" AND CAT-LINE NOT = SPACE
                       ADD 1 TO DB-DLCAT-NUM
                       MOVE 0 TO DB-DLCAT-VERSION(DB-DLCAT-NUM)
                       UNSTRING CAT-LINE DELIMITED BY '|'
                           INTO DB-DLCAT-CODE(DB-DLCAT-NUM)
                                DB-DLCAT-PATH(DB-DLCAT-NUM)
                                DB-DLCAT-TO(DB-DLCAT-NUM)
                                DB-DLCAT-RESTRICT(DB-DLCAT-NUM)
                                DB-DLCAT-OWNER(DB-DLCAT-NUM)
                                DB-DLCAT-VERSION(DB-DLCAT-NUM)
                       IF DB-DLCAT-VERSION(DB-DLCAT-NUM) = ZERO
                           MOVE 1 TO DB-DLCAT-VERSION(DB-DLCAT-NUM)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CATFD
                      '|'                   DELIMITED BY SIZE
                      DB-DLCAT-OWNER(WS-IDX)
                                            DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      DB-DLCAT-VERSION(WS-IDX)
                                            DELIMITED BY SIZE
                      INTO CAT-LINE
               END-STRING
               WRITE CAT-LINE
           END-PERFORM.
           CLOSE CATFD.
           EXIT.
      ************************************************************************
       300-FIND-HISTORY        SECTION.
           MOVE 'N' TO WS-HAVE-PREV.
           OPEN INPUT VERFD.
           IF VER-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL VER-FILE-ST NOT = "00"
                      OR WS-HAVE-PREV = 'Y'
               READ VERFD
               IF VER-FILE-ST = "00" AND VER-LINE NOT = SPACE
                   MOVE SPACE TO VER-REC
                   MOVE 0 TO VER-VERSION
                   UNSTRING VER-LINE DELIMITED BY '|'
                       INTO VER-CODE
                            VER-VERSION
                            VER-PATH
                            VER-FILENAME
                            VER-DESC
                            VER-TS
                            VER-BY
                   IF VER-CODE = DB-DLCAT-CODE(WS-SEL-IDX)
                      AND VER-VERSION = WS-PREV-VERSION
                       MOVE 'Y' TO WS-HAVE-PREV
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE VERFD.
           EXIT.
      ************************************************************************
       310-WRITE-HISTORY       SECTION.
      * CALLED BEFORE THE ENTRY IS REPLACED IT RECORDS THE OUTGOING
      * EDITION WITH NO PUBLISH TIME KNOWN; AFTER, THE NEW ONE.
           OPEN EXTEND VERFD.
           IF VER-FILE-ST = "05" OR "35"
               OPEN OUTPUT VERFD
           END-IF.
           IF VER-FILE-ST NOT = "00"
               DISPLAY 'cannot open version history'
               EXIT SECTION
           END-IF.
           MOVE SPACE TO VER-LINE.
           IF DB-DLCAT-VERSION(WS-SEL-IDX) = WS-PREV-VERSION
               STRING DB-DLCAT-CODE(WS-SEL-IDX) DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-DLCAT-VERSION(WS-SEL-IDX)
                                                DELIMITED BY SIZE
                      '|'                       DELIMITED BY SIZE
                      DB-DLCAT-PATH(WS-SEL-IDX) DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-DLCAT-FILE(WS-SEL-IDX) DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-DLCAT-DESC(WS-SEL-IDX) DELIMITED BY '  '
                      '||'                      DELIMITED BY SIZE
                      INTO VER-LINE
               END-STRING
           ELSE
               STRING DB-DLCAT-CODE(WS-SEL-IDX) DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-DLCAT-VERSION(WS-SEL-IDX)
                                                DELIMITED BY SIZE
                      '|'                       DELIMITED BY SIZE
                      DB-DLCAT-PATH(WS-SEL-IDX) DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-DLCAT-FILE(WS-SEL-IDX) DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-DLCAT-DESC(WS-SEL-IDX) DELIMITED BY '  '
                      '|'                       DELIMITED BY SIZE
                      WS-TIMESTAMP              DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      MCP-USER                  DELIMITED BY SPACE
                      INTO VER-LINE
               END-STRING
           END-IF.
           WRITE VER-LINE.
           CLOSE VERFD.
           EXIT.
      ************************************************************************
       400-FIND-DOWNLOADERS    SECTION.
      * A DOWNLOAD LINE NAMES THE EDITION SERVED AFTER THE SIZE;
      * LINES WRITTEN BEFORE VERSIONING ARE THE FIRST EDITION.
      * DECISION LINES CARRY AN EVENT THERE INSTEAD AND ARE SKIPPED.
      * A BUNDLE LINE LISTS ITS CODES, AND COUNTS WHEN IT WAS TAKEN
      * WHILE THE OUTGOING EDITION WAS CURRENT.  NOBODY CAN HAVE
      * TAKEN THAT EDITION BEFORE IT WAS PUBLISHED, SO THE ROTATED
      * ACTIVITY ARCHIVES ARE READ FROM ITS PUBLICATION MONTH ON.
           MOVE 0 TO NTF-NUM.
           MOVE ACTIVITY-FILE TO DB-LOGARCH-LOG.
           MOVE WS-PREV-TS(1:8) TO DB-LOGARCH-FROM.
           MOVE SPACE TO DB-LOGARCH-TO.
           CALL 'LOGARCH' USING DB-LOGARCH.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > DB-LOGARCH-NUM
               MOVE DB-LOGARCH-FILE(WS-FILE-IDX) TO ACT-FILE
               PERFORM 405-SCAN-ONE-FILE
           END-PERFORM.
           MOVE ACTIVITY-FILE TO ACT-FILE.
           PERFORM 405-SCAN-ONE-FILE.
           EXIT.
      ************************************************************************
       405-SCAN-ONE-FILE       SECTION.
           OPEN INPUT ACTFD.
           IF ACT-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ACT-FILE-ST NOT = "00"
               READ ACTFD
               IF ACT-FILE-ST = "00" AND ACT-LINE NOT = SPACE
                   MOVE SPACE TO ACT-REC
                   UNSTRING ACT-LINE DELIMITED BY '|'
                       INTO ACT-CODE
                            ACT-USER
                            ACT-TERM
                            ACT-TS
                            ACT-SIZE
                            ACT-EXTRA
                   PERFORM 410-CHECK-ONE-DOWNLOAD
                   IF WS-DOWNLOADED = 'Y'
                       PERFORM 420-ADD-RECIPIENT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ACTFD.
           EXIT.
      ************************************************************************
       410-CHECK-ONE-DOWNLOAD  SECTION.
           MOVE 'N' TO WS-DOWNLOADED.
           IF ACT-CODE = 'BUNDLE'
               IF ACT-TS < WS-PREV-TS
                   EXIT SECTION
               END-IF
               MOVE 1 TO WS-BND-PTR
               PERFORM UNTIL WS-BND-PTR > 110
                          OR WS-DOWNLOADED = 'Y'
                   MOVE SPACE TO WS-BND-CODE
                   UNSTRING ACT-EXTRA DELIMITED BY ','
                       INTO WS-BND-CODE
                       WITH POINTER WS-BND-PTR
                   END-UNSTRING
                   IF WS-BND-CODE = DB-DLCAT-CODE(WS-SEL-IDX)
                       MOVE 'Y' TO WS-DOWNLOADED
                   END-IF
               END-PERFORM
               EXIT SECTION
           END-IF.
           IF ACT-CODE NOT = DB-DLCAT-CODE(WS-SEL-IDX)
              OR ACT-SIZE = SPACE OR ACT-SIZE(1:1) = '0'
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
           IF WS-ACT-VERSION = WS-PREV-VERSION
               MOVE 'Y' TO WS-DOWNLOADED
           END-IF.
           EXIT.
      ************************************************************************
       420-ADD-RECIPIENT       SECTION.
           IF ACT-USER = SPACE
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-NTF-IDX FROM 1 BY 1
                     UNTIL WS-NTF-IDX > NTF-NUM
               IF NTF-USER(WS-NTF-IDX) = ACT-USER
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF NTF-NUM < 200
               ADD 1 TO NTF-NUM
               MOVE ACT-USER TO NTF-USER(NTF-NUM)
           END-IF.
           EXIT.
      ************************************************************************
       450-QUEUE-NOTICES       SECTION.
      * THE NOTIFY WINDOWS REWRITE THE PENDING REGISTER UNDER THE
      * SHARED FILE LOCK, SO THE APPEND TAKES THE SAME LOCK.
           MOVE 0 TO WS-QUEUED.
           IF NTF-NUM = 0
               EXIT SECTION
           END-IF.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE NOT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'pending register busy - notices not queued'
               EXIT SECTION
           END-IF.
           OPEN EXTEND NOTFD.
           IF NOT-FILE-ST = "05" OR "35"
               OPEN OUTPUT NOTFD
           END-IF.
           IF NOT-FILE-ST NOT = "00"
               DISPLAY 'cannot open pending notifications'
           ELSE
               MOVE WS-PREV-VERSION TO WS-EDIT-PREV
               MOVE DB-DLCAT-VERSION(WS-SEL-IDX) TO WS-EDIT-VERSION
               PERFORM VARYING WS-NTF-IDX FROM 1 BY 1
                         UNTIL WS-NTF-IDX > NTF-NUM
                   MOVE SPACE TO NOT-LINE
                   STRING NTF-USER(WS-NTF-IDX) DELIMITED BY SPACE
                          '|INFO|'            DELIMITED BY SIZE
                          'document superseded' DELIMITED BY SIZE
                          '|'                 DELIMITED BY SIZE
                          DB-DLCAT-CODE(WS-SEL-IDX)
                                              DELIMITED BY SPACE
                          ' version '         DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-PREV)
                                              DELIMITED BY SIZE
                          ' you downloaded is superseded by version '
                                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-VERSION)
                                              DELIMITED BY SIZE
                          '|DOWNLOAD|'        DELIMITED BY SIZE
                          WS-TIMESTAMP        DELIMITED BY SPACE
                          '|PENDING|'         DELIMITED BY SIZE
                          INTO NOT-LINE
                   END-STRING
                   WRITE NOT-LINE
                   ADD 1 TO WS-QUEUED
               END-PERFORM
               CLOSE NOTFD
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE NOT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       500-CATALOG-TO-TABLE    SECTION.
           MOVE CMTROW TO WS-SEL-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-DLCAT-NUM
               ADD 1 TO CMROWCNT
               MOVE DB-DLCAT-VERSION(WS-IDX) TO WS-EDIT-VERSION
               MOVE SPACE TO CMCELL1(CMROWCNT)
               STRING DB-DLCAT-CODE(WS-IDX) DELIMITED BY SPACE
                      ' v'                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-VERSION)
                                            DELIMITED BY SIZE
                      INTO CMCELL1(CMROWCNT)
               END-STRING
               MOVE DB-DLCAT-FILE(WS-IDX) TO CMCELL2(CMROWCNT)
               MOVE DB-DLCAT-DESC(WS-IDX) TO CMCELL3(CMROWCNT)
               MOVE SPACE TO CMCELL4(CMROWCNT)
