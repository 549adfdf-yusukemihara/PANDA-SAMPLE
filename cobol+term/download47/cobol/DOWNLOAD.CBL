           SELECT NOTFD    ASSIGN TO NOT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NOT-FILE-ST.
           SELECT VERFD    ASSIGN TO VER-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS VER-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CATFD.
           01  APP-LINE            PIC X(120).
           FD  NOTFD.
           01  NOT-LINE            PIC X(250).
           FD  VERFD.
           01  VER-LINE            PIC X(300).
       WORKING-STORAGE         SECTION.
            COPY    "DB-PATH".
            COPY    "DB-WORK".
       01  WS-MAN-PTR          PIC 9(4).
       01  WS-NL               PIC X(1) VALUE X'0A'.
       01  WS-BND-OUT-PTR      PIC 9(8).
      * EVERY DOWNLOAD LOGS THE EDITION SERVED.  A USER MAY ASK FOR
      * AN EARLIER EDITION BY NUMBER; IT IS SERVED FROM THE VERSION
      * HISTORY (CODE|VERSION|PATH|FILE|DESC|PUBLISHED|BY).
       01  CAT-VERSION         PIC 9(4)    OCCURS 50 TIMES.
       01  VER-FILE            PIC X(80)
                               VALUE './cobol/download-versions.dat'.
       01  VER-FILE-ST         PIC X(02).
       01  VER-REC.
           05  VER-CODE            PIC X(10).
           05  VER-VERSION         PIC 9(4).
           05  VER-PATH            PIC X(80).
           05  VER-FILENAME        PIC X(80).
           05  VER-DESC            PIC X(80).
           05  VER-TS              PIC X(21).
           05  VER-BY              PIC X(20).
       01  WS-WANT-VERSION     PIC 9(4).
       01  WS-SERVED-VERSION   PIC 9(4).
       01  WS-VER-FOUND        PIC X(1).
       01  WS-SERVE-PATH       PIC X(80).
            COPY    "DB-FILELOCK".
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
           MOVE   LOW-VALUE    TO  OBJECTDATA.
           MOVE   SPACE        TO  FILENAME.
           MOVE   SPACE        TO  SELECTCODE.
           MOVE   SPACE        TO  SELECTVER.
           PERFORM 020-LOAD-CATALOG.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'download'   TO  MCP-WINDOW.
                       MOVE SPACE TO WS-EFF-FROM WS-EFF-TO
                       MOVE SPACE TO CAT-RESTRICT(CATCOUNT)
                       MOVE SPACE TO CAT-OWNER(CATCOUNT)
                       MOVE 0 TO CAT-VERSION(CATCOUNT)
                       UNSTRING CAT-LINE  DELIMITED BY '|'
                           INTO  DOCCODE(CATCOUNT)
                                 CAT-PATH(CATCOUNT)
                                 WS-EFF-TO
                                 CAT-RESTRICT(CATCOUNT)
                                 CAT-OWNER(CATCOUNT)
                                 CAT-VERSION(CATCOUNT)
                       IF CAT-VERSION(CATCOUNT) = ZERO
                           MOVE 1 TO CAT-VERSION(CATCOUNT)
                       END-IF
                       IF (WS-EFF-FROM NOT = SPACE
                           AND WS-EFF-FROM > WS-TODAY)
                          OR (WS-EFF-TO NOT = SPACE
                           EXIT PERFORM
                       END-IF
                   END-IF
                   MOVE   CAT-VERSION(WS-IDX) TO WS-SERVED-VERSION
                   MOVE   CAT-PATH(WS-IDX)    TO WS-SERVE-PATH
                   MOVE   DOCFILENAME(WS-IDX) TO FILENAME
                   MOVE   DOCDESC(WS-IDX)     TO DESCRIPTION
                   IF SELECTVER NOT = SPACE
                       PERFORM 160-FIND-EDITION
                       IF WS-VER-FOUND = 'N'
                           MOVE SPACE TO FILENAME
                           MOVE 'requested version not on file'
                                              TO DESCRIPTION
                           MOVE   CATCOUNT     TO WS-IDX
                           EXIT PERFORM
                       END-IF
                   END-IF
                   MOVE   'BLOBIMPORT' TO  MCP-FUNC
                   MOVE   'work'       TO  MCP-TABLE
                   MOVE   'key'        TO  MCP-PATHNAME
                   MOVE   WS-SERVE-PATH TO DB-WORK-FILE
                   CALL   'MONFUNC'     USING
                        MCPAREA
                        DB-WORK
                   MOVE   DB-WORK-OBJECT TO  OBJECTDATA
                   IF OBJECTDATA NOT = LOW-VALUE
                       PERFORM 300-LOG-ACTIVITY
                   END-IF
               CLOSE ACTFD
           END-IF.
           EXIT.
      ************************************************************************
       160-FIND-EDITION         SECTION.
      * THE CURRENT EDITION IS SERVED FROM THE CATALOG; AN EARLIER
      * ONE IS LOOKED UP ON THE VERSION HISTORY.
           MOVE 'N' TO WS-VER-FOUND.
           IF FUNCTION TRIM(SELECTVER) IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           COMPUTE WS-WANT-VERSION = FUNCTION NUMVAL(SELECTVER).
           IF WS-WANT-VERSION = CAT-VERSION(WS-IDX)
               MOVE 'Y' TO WS-VER-FOUND
               EXIT SECTION
           END-IF.
           IF WS-WANT-VERSION > CAT-VERSION(WS-IDX)
               EXIT SECTION
           END-IF.
           OPEN INPUT VERFD.
           IF VER-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL VER-FILE-ST NOT = "00"
                      OR WS-VER-FOUND = 'Y'
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
                   IF VER-CODE = SELECTCODE
                      AND VER-VERSION = WS-WANT-VERSION
                       MOVE 'Y' TO WS-VER-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE VERFD.
           IF WS-VER-FOUND = 'Y'
               MOVE WS-WANT-VERSION TO WS-SERVED-VERSION
               MOVE VER-PATH        TO WS-SERVE-PATH
               MOVE VER-FILENAME    TO FILENAME
               MOVE SPACE TO DESCRIPTION
               STRING 'SUPERSEDED EDITION '  DELIMITED BY SIZE
                      SELECTVER              DELIMITED BY SPACE
                      ' - '                  DELIMITED BY SIZE
                      VER-DESC               DELIMITED BY SIZE
                      INTO DESCRIPTION
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       300-LOG-ACTIVITY         SECTION.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
                      WS-TIMESTAMP DELIMITED BY SPACE
                      '|'          DELIMITED BY SIZE
                      WS-OBJ-SIZE  DELIMITED BY SIZE
                      '|'          DELIMITED BY SIZE
                      WS-SERVED-VERSION DELIMITED BY SIZE
                      INTO ACT-LINE
               END-STRING
               WRITE ACT-LINE
