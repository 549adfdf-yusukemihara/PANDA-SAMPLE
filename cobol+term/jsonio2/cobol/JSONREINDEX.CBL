       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JSONREINDEX.
      ******************************************************************
      * REBUILD OF THE JSON FIELD INDEX FROM THE JSON TABLE.  RUN
      * AFTER THE INDEXED-FIELD DECLARATIONS CHANGE, OR WHEN AN
      * UPDATE FOUND THE INDEX BUSY.  EVERY DOCUMENT ON THE TABLE IS
      * RE-EXTRACTED UNDER THE CURRENT DECLARATIONS; THE VERSION A
      * KEY ALREADY CARRIED ON THE INDEX IS KEPT (0 FOR A KEY NEW TO
      * IT).  THE INDEX IS HELD LOCKED FOR THE RUN AND REPLACED
      * WHOLE, AND A SUMMARY LINE GOES TO THE BATCH RUN HISTORY.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT IDXFD    ASSIGN TO IDX-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS IDX-FILE-ST.
           SELECT NEWFD    ASSIGN TO NEW-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NEW-FILE-ST.
           SELECT HISTFD   ASSIGN TO HIST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS HIST-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  IDXFD.
           01  IDX-LINE            PIC X(250).
           FD  NEWFD.
           01  NEW-LINE            PIC X(250).
           FD  HISTFD.
           01  HIST-LINE           PIC X(200).
       WORKING-STORAGE     SECTION.
            COPY    "DB-BLOB".
            COPY    "DB-JSONIDX".
            COPY    "DB-FILELOCK".
            COPY    "DB-FILEGUARD".
       01  IDX-FILE            PIC X(80)
                               VALUE './cobol/json-field-index.dat'.
       01  IDX-FILE-ST         PIC X(02).
       01  NEW-FILE            PIC X(80)
                               VALUE './cobol/json-field-index.dat.new'.
       01  NEW-FILE-ST         PIC X(02).
       01  HIST-FILE           PIC X(80)
                               VALUE './cobol/batch-history.log'.
       01  HIST-FILE-ST        PIC X(02).
       01  IDX-REC.
           05  IDX-FIELD           PIC X(30).
           05  IDX-VALUE           PIC X(80).
           05  IDX-KEY             PIC X(40).
           05  IDX-VERSION         PIC X(6).
       01  VERSION-TABLE.
           05  VER-NUM             PIC 9(4).
           05  VER-ENTRY OCCURS 5000 TIMES.
               10  VER-KEY         PIC X(40).
               10  VER-VERSION     PIC 9(6).
       01  WS-VER-IDX          PIC 9(4).
       01  WS-PAIR             PIC 9(2).
       01  WS-START-TS         PIC X(21).
       01  WS-END-TS           PIC X(21).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-DONE             PIC X(1).
       01  WS-SEEN             PIC 9(6).
       01  WS-INDEXED          PIC 9(6).
       01  WS-LINES            PIC 9(6).
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
               PERFORM 010-RUN-REINDEX
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-REINDEX         SECTION.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-START-TS.
           MOVE WS-START-TS TO WS-TIMESTAMP.
           MOVE 0 TO WS-SEEN WS-INDEXED WS-LINES.
           MOVE 0 TO SPA-NUM.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE IDX-FILE TO DB-FILELOCK-FILE.
           MOVE 'JSONREINDEX' TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'json field index is locked - rebuild not run'
               EXIT SECTION
           END-IF.
           MOVE IDX-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           PERFORM 100-LOAD-VERSIONS.
           OPEN OUTPUT NEWFD.
           IF NEW-FILE-ST NOT = "00"
               DISPLAY 'cannot write json field index'
               PERFORM 500-UNLOCK-INDEX
               EXIT SECTION
           END-IF.
           MOVE   'BLOBLIST'    TO  MCP-FUNC.
           MOVE   'json'        TO  MCP-TABLE.
           MOVE   'key'         TO  MCP-PATHNAME.
           CALL   'MONFUNC'      USING
                MCPAREA
                DB-BLOB.
           MOVE 'N' TO WS-DONE.
           PERFORM UNTIL WS-DONE = 'Y'
               MOVE 'BLOBFETCH' TO MCP-FUNC
               MOVE 'json'      TO MCP-TABLE
               MOVE 'key'       TO MCP-PATHNAME
               CALL   'MONFUNC'  USING
                    MCPAREA
                    DB-BLOB
               IF MCP-RC = ZERO OR MCP-RC = 1
                   ADD 1 TO WS-SEEN
                   PERFORM 200-INDEX-ONE
               ELSE
                   MOVE 'Y' TO WS-DONE
               END-IF
           END-PERFORM.
           MOVE SPACE TO NEW-LINE.
           STRING '*END|'        DELIMITED BY SIZE
                  WS-LINES       DELIMITED BY SIZE
                  INTO NEW-LINE
           END-STRING.
           WRITE NEW-LINE.
           CLOSE NEWFD.
           MOVE IDX-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           PERFORM 500-UNLOCK-INDEX.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-END-TS.
           PERFORM 400-WRITE-HISTORY.
           MOVE WS-INDEXED TO SPA-NUM.
           DISPLAY 'json documents reindexed:' WS-INDEXED
               ' of ' WS-SEEN ' index lines:' WS-LINES.
           EXIT.
      ************************************************************************
       100-LOAD-VERSIONS       SECTION.
           MOVE 0 TO VER-NUM.
           OPEN INPUT IDXFD.
           IF IDX-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL IDX-FILE-ST NOT = "00"
               READ IDXFD
               IF IDX-FILE-ST = "00" AND IDX-LINE NOT = SPACE
                  AND IDX-LINE(1:1) NOT = '*'
                   MOVE SPACE TO IDX-REC
                   UNSTRING IDX-LINE DELIMITED BY '|'
                       INTO IDX-FIELD
                            IDX-VALUE
                            IDX-KEY
                            IDX-VERSION
                   END-UNSTRING
                   PERFORM 110-FIND-VERSION
                   IF WS-VER-IDX = 0 AND VER-NUM < 5000
                      AND IDX-VERSION IS NUMERIC
                       ADD 1 TO VER-NUM
                       MOVE IDX-KEY TO VER-KEY(VER-NUM)
                       MOVE IDX-VERSION TO VER-VERSION(VER-NUM)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE IDXFD.
           EXIT.
      ************************************************************************
       110-FIND-VERSION        SECTION.
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                     UNTIL WS-VER-IDX > VER-NUM
               IF VER-KEY(WS-VER-IDX) = IDX-KEY
                   EXIT SECTION
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-VER-IDX.
           EXIT.
      ************************************************************************
       200-INDEX-ONE           SECTION.
           MOVE 'EXTRACT' TO DB-JSONIDX-FUNC.
           MOVE 'JSONREINDEX' TO DB-JSONIDX-OWNER.
           CALL 'JSONINDEX' USING DB-JSONIDX DB-BLOB-OBJECT.
           IF DB-JSONIDX-RC NOT = 0
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-INDEXED.
           MOVE DB-JSONIDX-KEY TO IDX-KEY.
           PERFORM 110-FIND-VERSION.
           IF WS-VER-IDX = 0
               MOVE 0 TO DB-JSONIDX-VERSION
           ELSE
               MOVE VER-VERSION(WS-VER-IDX) TO DB-JSONIDX-VERSION
           END-IF.
           PERFORM VARYING WS-PAIR FROM 1 BY 1
                     UNTIL WS-PAIR > DB-JSONIDX-NUM
               MOVE SPACE TO NEW-LINE
               STRING DB-JSONIDX-FIELD(WS-PAIR) DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-JSONIDX-VALUE(WS-PAIR) DELIMITED BY '  '
                      '|'                       DELIMITED BY SIZE
                      DB-JSONIDX-KEY            DELIMITED BY '  '
                      '|'                       DELIMITED BY SIZE
                      DB-JSONIDX-VERSION        DELIMITED BY SIZE
                      '|'                       DELIMITED BY SIZE
                      DB-JSONIDX-SCHEMA         DELIMITED BY '  '
                      '|'                       DELIMITED BY SIZE
                      WS-TIMESTAMP              DELIMITED BY SPACE
                      INTO NEW-LINE
               END-STRING
               WRITE NEW-LINE
               ADD 1 TO WS-LINES
           END-PERFORM.
           EXIT.
      ************************************************************************
       400-WRITE-HISTORY       SECTION.
           OPEN EXTEND HISTFD.
           IF HIST-FILE-ST = "05" OR "35"
               OPEN OUTPUT HISTFD
           END-IF.
           IF HIST-FILE-ST NOT = "00"
               DISPLAY 'cannot open batch history file'
           ELSE
               MOVE SPACE TO HIST-LINE
               STRING 'JSONREINDEX|' DELIMITED BY SIZE
                      WS-START-TS    DELIMITED BY SPACE
                      '|'            DELIMITED BY SIZE
                      WS-END-TS      DELIMITED BY SPACE
                      '|'            DELIMITED BY SIZE
                      WS-INDEXED     DELIMITED BY SIZE
                      '|0000|OK|lines='
                                     DELIMITED BY SIZE
                      WS-LINES       DELIMITED BY SIZE
                      INTO HIST-LINE
               END-STRING
               WRITE HIST-LINE
               CLOSE HISTFD
           END-IF.
           EXIT.
      ************************************************************************
       500-UNLOCK-INDEX        SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE IDX-FILE TO DB-FILELOCK-FILE.
           MOVE 'JSONREINDEX' TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
