       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JSONINDEX.
      ******************************************************************
      * SECONDARY FIELD INDEX OF THE JSON TABLE.  THE TABLE ITSELF
      * IS FOUND ONLY BY DOCUMENT KEY (THE "ID" FIELD); THIS KEEPS,
      * FOR THE FIELDS THE ADMINISTRATORS DECLARE PER DOCUMENT
      * SCHEMA (THE "TYPE" FIELD), WHICH KEYS CARRY WHICH VALUE.
      * EVERY WRITER OF THE TABLE CALLS UPDATE AFTER A SUCCESSFUL
      * WRITE, SO THE INDEX HOLDS ONLY THE CURRENT VERSION OF EACH
      * DOCUMENT: THE KEY'S OLD LINES ARE DROPPED AND ITS CURRENT
      * VALUES WRITTEN UNDER THE VERSION THE WRITER PASSES (0 FOR A
      * DOCUMENT WITH NO VERSION HISTORY).  FIND READS THE INDEX.
      * DECLARATIONS: SCHEMA|FIELD - SCHEMA * APPLIES TO EVERY
      *               DOCUMENT, A BLANK SCHEMA TO DOCUMENTS WITH NO
      *               TYPE.
      * INDEX:        FIELD|VALUE|KEY|VERSION|SCHEMA|INDEXED-TS
      * A VALUE LONGER THAN 80 OR CONTAINING | IS NOT INDEXED.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT DCLFD    ASSIGN TO DCL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DCL-FILE-ST.
           SELECT IDXFD    ASSIGN TO IDX-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS IDX-FILE-ST.
           SELECT NEWFD    ASSIGN TO NEW-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NEW-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  DCLFD.
           01  DCL-LINE            PIC X(100).
           FD  IDXFD.
           01  IDX-LINE            PIC X(250).
           FD  NEWFD.
           01  NEW-LINE            PIC X(250).
       WORKING-STORAGE     SECTION.
            COPY    "DB-FILELOCK".
            COPY    "DB-FILEGUARD".
       01  DCL-FILE            PIC X(80)
                               VALUE './cobol/json-index-fields.dat'.
       01  DCL-FILE-ST         PIC X(02).
       01  IDX-FILE            PIC X(80)
                               VALUE './cobol/json-field-index.dat'.
       01  IDX-FILE-ST         PIC X(02).
       01  NEW-FILE            PIC X(80)
                               VALUE './cobol/json-field-index.dat.new'.
       01  NEW-FILE-ST         PIC X(02).
       01  DECL-TABLE.
           05  DCL-NUM             PIC 9(3).
           05  DCL-ENTRY OCCURS 100 TIMES.
               10  DCL-SCHEMA      PIC X(40).
               10  DCL-FIELD       PIC X(30).
       01  DCL-REC.
           05  DCL-REC-SCHEMA      PIC X(40).
           05  DCL-REC-FIELD       PIC X(30).
       01  IDX-REC.
           05  IDX-FIELD           PIC X(30).
           05  IDX-VALUE           PIC X(80).
           05  IDX-KEY             PIC X(40).
           05  IDX-VERSION         PIC X(6).
           05  IDX-SCHEMA          PIC X(40).
           05  IDX-TS              PIC X(21).
      * KEYS SEEN CARRYING ANY OF THE FIND CRITERIA, WITH ONE FLAG
      * PER CRITERION.
       01  CANDIDATE-TABLE.
           05  CND-NUM             PIC 9(4).
           05  CND-ENTRY OCCURS 5000 TIMES.
               10  CND-KEY         PIC X(40).
               10  CND-VER         PIC 9(6).
               10  CND-FLAGS       PIC X(20).
       01  WS-DOC-LEN          PIC 9(7).
       01  WS-FIELD-NAME       PIC X(30).
       01  WS-FIELD-VALUE      PIC X(80).
       01  WS-FIELD-FOUND      PIC X(1).
       01  WS-FIELD-LEN        PIC 9(7).
       01  WS-PATTERN          PIC X(32).
       01  WS-PAT-LEN          PIC 9(2).
       01  WS-POS              PIC 9(7).
       01  WS-END              PIC 9(7).
       01  WS-BARS             PIC 9(4).
       01  WS-IDX              PIC 9(4).
       01  WS-PAIR             PIC 9(2).
       01  WS-CND              PIC 9(4).
       01  WS-KEPT             PIC 9(6).
       01  WS-DECLARED         PIC X(1).
       01  WS-ALL-MET          PIC X(1).
       01  WS-CND-OVERFLOW     PIC X(1).
       01  WS-TIMESTAMP        PIC X(21).
       LINKAGE                 SECTION.
            COPY    "DB-JSONIDX".
       01  JIX-DOCUMENT        PIC X(2097152).
      ************************************************************************
       PROCEDURE           DIVISION    USING
           DB-JSONIDX
           JIX-DOCUMENT.
       000-MAIN                SECTION.
           MOVE 0 TO DB-JSONIDX-RC.
           EVALUATE DB-JSONIDX-FUNC
             WHEN 'EXTRACT'
               PERFORM 100-EXTRACT
             WHEN 'UPDATE'
               PERFORM 100-EXTRACT
               IF DB-JSONIDX-RC = 0
                   PERFORM 200-UPDATE-INDEX
               END-IF
             WHEN 'FIND'
               PERFORM 300-FIND
             WHEN OTHER
               MOVE 9 TO DB-JSONIDX-RC
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       100-EXTRACT             SECTION.
           MOVE SPACE TO DB-JSONIDX-KEY.
           MOVE SPACE TO DB-JSONIDX-SCHEMA.
           MOVE 0 TO DB-JSONIDX-NUM.
           MOVE 0 TO DB-JSONIDX-HITS.
           MOVE 0 TO WS-DOC-LEN.
           IF JIX-DOCUMENT NOT = SPACE
              AND JIX-DOCUMENT(1:1) NOT = LOW-VALUE
               COMPUTE WS-DOC-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(JIX-DOCUMENT TRAILING))
           END-IF.
           IF WS-DOC-LEN = 0
               MOVE 1 TO DB-JSONIDX-RC
               EXIT SECTION
           END-IF.
           MOVE 'id' TO WS-FIELD-NAME.
           PERFORM 120-GET-FIELD.
           IF WS-FIELD-FOUND NOT = 'Y' OR WS-FIELD-LEN > 40
               MOVE 1 TO DB-JSONIDX-RC
               EXIT SECTION
           END-IF.
           MOVE WS-FIELD-VALUE TO DB-JSONIDX-KEY.
           MOVE 'type' TO WS-FIELD-NAME.
           PERFORM 120-GET-FIELD.
           IF WS-FIELD-FOUND = 'Y' AND WS-FIELD-LEN <= 40
               MOVE WS-FIELD-VALUE TO DB-JSONIDX-SCHEMA
           END-IF.
           PERFORM 110-LOAD-DECLARATIONS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DCL-NUM
               IF DCL-SCHEMA(WS-IDX) = '*'
                  OR DCL-SCHEMA(WS-IDX) = DB-JSONIDX-SCHEMA
                   PERFORM 130-ADD-PAIR
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       110-LOAD-DECLARATIONS   SECTION.
           MOVE 0 TO DCL-NUM.
           OPEN INPUT DCLFD.
           IF DCL-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL DCL-FILE-ST NOT = "00"
               READ DCLFD
               IF DCL-FILE-ST = "00" AND DCL-LINE NOT = SPACE
                  AND DCL-LINE(1:1) NOT = '#'
                   MOVE SPACE TO DCL-REC
                   UNSTRING DCL-LINE DELIMITED BY '|'
                       INTO DCL-REC-SCHEMA
                            DCL-REC-FIELD
                   END-UNSTRING
                   IF DCL-REC-FIELD NOT = SPACE AND DCL-NUM < 100
                       ADD 1 TO DCL-NUM
                       MOVE DCL-REC-SCHEMA TO DCL-SCHEMA(DCL-NUM)
                       MOVE DCL-REC-FIELD  TO DCL-FIELD(DCL-NUM)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DCLFD.
           EXIT.
      ************************************************************************
       120-GET-FIELD           SECTION.
      * FINDS "NAME" IN THE DOCUMENT AND RETURNS ITS VALUE - THE TEXT
      * BETWEEN QUOTES, OR A BARE NUMBER/WORD UP TO , } OR SPACE.
      * FOUND IS Y, N (ABSENT) OR L (LONGER THAN 80).
           MOVE 'N' TO WS-FIELD-FOUND.
           MOVE SPACE TO WS-FIELD-VALUE.
           MOVE 0 TO WS-FIELD-LEN.
           MOVE SPACE TO WS-PATTERN.
           STRING '"'                  DELIMITED BY SIZE
                  WS-FIELD-NAME        DELIMITED BY SPACE
                  '"'                  DELIMITED BY SIZE
                  INTO WS-PATTERN
           END-STRING.
           MOVE 0 TO WS-PAT-LEN.
           INSPECT WS-PATTERN TALLYING WS-PAT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO WS-POS.
           INSPECT JIX-DOCUMENT(1:WS-DOC-LEN) TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL
                   WS-PATTERN(1:WS-PAT-LEN).
           IF WS-POS >= WS-DOC-LEN
               EXIT SECTION
           END-IF.
           COMPUTE WS-POS = WS-POS + WS-PAT-LEN + 1.
           PERFORM UNTIL WS-POS > WS-DOC-LEN
                      OR (JIX-DOCUMENT(WS-POS:1) NOT = SPACE
                          AND JIX-DOCUMENT(WS-POS:1) NOT = ':')
               ADD 1 TO WS-POS
           END-PERFORM.
           IF WS-POS > WS-DOC-LEN
               EXIT SECTION
           END-IF.
           IF JIX-DOCUMENT(WS-POS:1) = '"'
               ADD 1 TO WS-POS
               MOVE WS-POS TO WS-END
               PERFORM UNTIL WS-END > WS-DOC-LEN
                          OR JIX-DOCUMENT(WS-END:1) = '"'
                   ADD 1 TO WS-END
               END-PERFORM
           ELSE
               MOVE WS-POS TO WS-END
               PERFORM UNTIL WS-END > WS-DOC-LEN
                          OR JIX-DOCUMENT(WS-END:1) = ','
                          OR JIX-DOCUMENT(WS-END:1) = '}'
                          OR JIX-DOCUMENT(WS-END:1) = SPACE
                          OR JIX-DOCUMENT(WS-END:1) = X'0A'
                   ADD 1 TO WS-END
               END-PERFORM
           END-IF.
           COMPUTE WS-FIELD-LEN = WS-END - WS-POS.
           EVALUATE TRUE
             WHEN WS-FIELD-LEN = 0
               EXIT SECTION
             WHEN WS-FIELD-LEN > 80
               MOVE 'L' TO WS-FIELD-FOUND
             WHEN OTHER
               MOVE JIX-DOCUMENT(WS-POS:WS-FIELD-LEN)
                   TO WS-FIELD-VALUE
               MOVE 'Y' TO WS-FIELD-FOUND
           END-EVALUATE.
           EXIT.
      ************************************************************************
       130-ADD-PAIR            SECTION.
      * A FIELD DECLARED BOTH FOR * AND FOR THE SCHEMA IS INDEXED
      * ONCE.
           PERFORM VARYING WS-PAIR FROM 1 BY 1
                     UNTIL WS-PAIR > DB-JSONIDX-NUM
               IF DB-JSONIDX-FIELD(WS-PAIR) = DCL-FIELD(WS-IDX)
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF DB-JSONIDX-NUM >= 20
               EXIT SECTION
           END-IF.
           MOVE DCL-FIELD(WS-IDX) TO WS-FIELD-NAME.
           PERFORM 120-GET-FIELD.
           IF WS-FIELD-FOUND NOT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-BARS.
           INSPECT WS-FIELD-VALUE TALLYING WS-BARS FOR ALL '|'.
           IF WS-BARS > 0
               EXIT SECTION
           END-IF.
           ADD 1 TO DB-JSONIDX-NUM.
           MOVE DCL-FIELD(WS-IDX) TO DB-JSONIDX-FIELD(DB-JSONIDX-NUM).
           MOVE WS-FIELD-VALUE TO DB-JSONIDX-VALUE(DB-JSONIDX-NUM).
           EXIT.
      ************************************************************************
       200-UPDATE-INDEX        SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE IDX-FILE TO DB-FILELOCK-FILE.
           MOVE DB-JSONIDX-OWNER TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               MOVE 2 TO DB-JSONIDX-RC
               EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE IDX-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           OPEN OUTPUT NEWFD.
           IF NEW-FILE-ST NOT = "00"
               DISPLAY 'cannot write json field index'
               PERFORM 210-UNLOCK-INDEX
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-KEPT.
           OPEN INPUT IDXFD.
           IF IDX-FILE-ST = "00"
               PERFORM UNTIL IDX-FILE-ST NOT = "00"
                   READ IDXFD
                   IF IDX-FILE-ST = "00" AND IDX-LINE NOT = SPACE
                      AND IDX-LINE(1:1) NOT = '*'
                       PERFORM 310-SPLIT-INDEX-LINE
                       IF IDX-KEY NOT = DB-JSONIDX-KEY
                           MOVE IDX-LINE TO NEW-LINE
                           WRITE NEW-LINE
                           ADD 1 TO WS-KEPT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE IDXFD
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
               ADD 1 TO WS-KEPT
           END-PERFORM.
           MOVE SPACE TO NEW-LINE.
           STRING '*END|'        DELIMITED BY SIZE
                  WS-KEPT        DELIMITED BY SIZE
                  INTO NEW-LINE
           END-STRING.
           WRITE NEW-LINE.
           CLOSE NEWFD.
           MOVE IDX-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           PERFORM 210-UNLOCK-INDEX.
           EXIT.
      ************************************************************************
       210-UNLOCK-INDEX        SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE IDX-FILE TO DB-FILELOCK-FILE.
           MOVE DB-JSONIDX-OWNER TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       300-FIND                SECTION.
      * EVERY CRITERION MUST NAME A FIELD DECLARED FOR SOME SCHEMA -
      * AN UNDECLARED FIELD IS NEVER ON THE INDEX, AND ANSWERING
      * "NONE" WOULD BE WRONG RATHER THAN EMPTY.
           MOVE 0 TO DB-JSONIDX-HITS.
           MOVE 0 TO CND-NUM.
           MOVE 'N' TO WS-CND-OVERFLOW.
           IF DB-JSONIDX-NUM = 0 OR DB-JSONIDX-NUM > 20
               MOVE 3 TO DB-JSONIDX-RC
               EXIT SECTION
           END-IF.
           PERFORM 110-LOAD-DECLARATIONS.
           PERFORM VARYING WS-PAIR FROM 1 BY 1
                     UNTIL WS-PAIR > DB-JSONIDX-NUM
               MOVE 'N' TO WS-DECLARED
               PERFORM VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX > DCL-NUM
                   IF DCL-FIELD(WS-IDX) = DB-JSONIDX-FIELD(WS-PAIR)
                       MOVE 'Y' TO WS-DECLARED
                   END-IF
               END-PERFORM
               IF WS-DECLARED = 'N'
                   MOVE 3 TO DB-JSONIDX-RC
                   EXIT SECTION
               END-IF
           END-PERFORM.
           MOVE IDX-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           OPEN INPUT IDXFD.
           IF IDX-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL IDX-FILE-ST NOT = "00"
               READ IDXFD
               IF IDX-FILE-ST = "00" AND IDX-LINE NOT = SPACE
                  AND IDX-LINE(1:1) NOT = '*'
                   PERFORM 310-SPLIT-INDEX-LINE
                   PERFORM 320-MARK-CRITERIA
               END-IF
           END-PERFORM.
           CLOSE IDXFD.
           PERFORM VARYING WS-CND FROM 1 BY 1
                     UNTIL WS-CND > CND-NUM
               PERFORM 340-TAKE-IF-ALL-MET
           END-PERFORM.
           IF WS-CND-OVERFLOW = 'Y'
               DISPLAY 'json field index candidates limited to 5000'
           END-IF.
           EXIT.
      ************************************************************************
       310-SPLIT-INDEX-LINE    SECTION.
           MOVE SPACE TO IDX-REC.
           UNSTRING IDX-LINE DELIMITED BY '|'
               INTO IDX-FIELD
                    IDX-VALUE
                    IDX-KEY
                    IDX-VERSION
                    IDX-SCHEMA
                    IDX-TS
           END-UNSTRING.
           EXIT.
      ************************************************************************
       320-MARK-CRITERIA       SECTION.
           PERFORM VARYING WS-PAIR FROM 1 BY 1
                     UNTIL WS-PAIR > DB-JSONIDX-NUM
               IF IDX-FIELD = DB-JSONIDX-FIELD(WS-PAIR)
                  AND IDX-VALUE = DB-JSONIDX-VALUE(WS-PAIR)
                   PERFORM 330-FIND-CANDIDATE
                   IF WS-CND > 0
                       MOVE 'Y' TO CND-FLAGS(WS-CND)(WS-PAIR:1)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       330-FIND-CANDIDATE      SECTION.
           PERFORM VARYING WS-CND FROM 1 BY 1
                     UNTIL WS-CND > CND-NUM
               IF CND-KEY(WS-CND) = IDX-KEY
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF CND-NUM >= 5000
               MOVE 'Y' TO WS-CND-OVERFLOW
               MOVE 0 TO WS-CND
               EXIT SECTION
           END-IF.
           ADD 1 TO CND-NUM.
           MOVE CND-NUM TO WS-CND.
           MOVE IDX-KEY TO CND-KEY(WS-CND).
           MOVE SPACE TO CND-FLAGS(WS-CND).
           MOVE 0 TO CND-VER(WS-CND).
           IF IDX-VERSION IS NUMERIC
               MOVE IDX-VERSION TO CND-VER(WS-CND)
           END-IF.
           EXIT.
      ************************************************************************
       340-TAKE-IF-ALL-MET     SECTION.
           MOVE 'Y' TO WS-ALL-MET.
           PERFORM VARYING WS-PAIR FROM 1 BY 1
                     UNTIL WS-PAIR > DB-JSONIDX-NUM
               IF CND-FLAGS(WS-CND)(WS-PAIR:1) NOT = 'Y'
                   MOVE 'N' TO WS-ALL-MET
               END-IF
           END-PERFORM.
           IF WS-ALL-MET = 'N'
               EXIT SECTION
           END-IF.
           IF DB-JSONIDX-HITS >= 1000
               MOVE 4 TO DB-JSONIDX-RC
               EXIT SECTION
           END-IF.
           ADD 1 TO DB-JSONIDX-HITS.
           MOVE CND-KEY(WS-CND) TO DB-JSONIDX-HIT-KEY(DB-JSONIDX-HITS).
           MOVE CND-VER(WS-CND) TO DB-JSONIDX-HIT-VER(DB-JSONIDX-HITS).
           EXIT.
