       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JSONFEED.
      ******************************************************************
      * JSON-TO-FEED BRIDGE.  PARTNERS TAKING THE XML FEED ALSO GET
      * THE DOCUMENTS RECEIVED THROUGH JSONIO AND JSONINGEST.  EACH
      * PASS OF THIS BATCH:
      *   - READS EVERY DOCUMENT IN THE JSON TABLE AND SKIPS THOSE
      *     WHOSE CURRENT VERSION (ID AND CONTENT HASH) IS ALREADY
      *     MARKED AS EXPORTED
      *   - MAPS THE AGREED FIELDS OF EACH CHANGED DOCUMENT INTO ONE
      *     <RECORD> LINE OF THE STAGING FILE; ID AND NAME ARE
      *     REQUIRED, TYPE, STATUS AND AMOUNT ARE CARRIED WHEN PRESENT
      *   - LINKS TO FEEDEXPORT TO BUILD THE FEED FROM THE STAGING
      *     FILE UNDER THE NEXT SEQUENCE NUMBER WITH THE USUAL
      *     HEADER/TRAILER CONTROL TOTALS AND REGISTER ENTRY, ONE PER
      *     SEND PARTNER WHERE PARTNER PROFILES ARE ON FILE
      *   - ONLY WHEN THE FEEDS WERE BUILT, MARKS EACH STAGED VERSION
      *     WITH THE (FIRST) FEED SEQUENCE SO IT IS NOT SENT TWICE
      *   - LISTS DOCUMENTS THAT COULD NOT BE MAPPED, AND A REFUSED
      *     BUILD, ON THE EXCEPTIONS REPORT
      * THE MARKS FILE HOLDS UP TO 10000 DOCUMENTS.  A NEW DOCUMENT
      * THAT WOULD TAKE IT PAST THAT IS NOT STAGED, AND A FILE FOUND
      * LARGER STOPS THE PASS, BOTH SHOWN ON THE EXCEPTIONS REPORT,
      * SO NO VERSION IS EVER SENT WITHOUT ITS MARK BEING KEPT.
      * MARKS FILE: DOCID|HASH|FEEDSEQ|EXPORTED-TS
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT MARKFD   ASSIGN TO MARK-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MARK-FILE-ST.
           SELECT STAGEFD  ASSIGN TO STAGE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STAGE-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  MARKFD.
           01  MARK-LINE           PIC X(100).
           FD  STAGEFD.
           01  STAGE-LINE          PIC X(1000).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-WORK".
       01  MARK-FILE           PIC X(80)
                               VALUE './cobol/json-feed-marks.dat'.
       01  MARK-FILE-ST        PIC X(02).
       01  STAGE-FILE          PIC X(80)
                               VALUE './cobol/json-feed-stage.xml'.
       01  STAGE-FILE-ST       PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/json-feed-exceptions.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  MARK-TABLE.
           05  MK-NUM              PIC 9(5).
           05  MK-ENTRY OCCURS 10000 TIMES.
               10  MK-DOCID        PIC X(40).
               10  MK-HASH         PIC 9(9).
               10  MK-SEQ          PIC 9(6).
               10  MK-TS           PIC X(21).
       01  STAGED-TABLE.
           05  SG-NUM              PIC 9(4).
           05  SG-ENTRY OCCURS 500 TIMES.
               10  SG-DOCID        PIC X(40).
               10  SG-HASH         PIC 9(9).
       01  FIELD-MAP.
           05  FM-NUM              PIC 9(2) VALUE 5.
           05  FM-ENTRY OCCURS 5 TIMES.
               10  FM-KEY          PIC X(10).
               10  FM-REQUIRED     PIC X(1).
       01  WS-OBJ-LEN          PIC 9(7).
       01  WS-HASH             PIC 9(9).
       01  WS-I                PIC 9(7).
       01  WS-IDX              PIC 9(5).
       01  WS-FM-IDX           PIC 9(2).
       01  WS-MK-IDX           PIC 9(5).
       01  WS-MK-NEW           PIC 9(5).
       01  WS-MK-FULL          PIC X(1).
       01  WS-DONE             PIC X(1).
       01  WS-DOCID            PIC X(40).
       01  WS-PATTERN          PIC X(14).
       01  WS-PAT-LEN          PIC 9(2).
       01  WS-POS              PIC 9(7).
       01  WS-END              PIC 9(7).
       01  WS-FIELD-VALUE      PIC X(80).
       01  WS-FIELD-FOUND      PIC X(1).
       01  WS-FIELD-LEN        PIC 9(4).
       01  WS-RECORD           PIC X(1000).
       01  WS-REC-PTR          PIC 9(4).
       01  WS-MAP-OK           PIC X(1).
       01  WS-REASON           PIC X(60).
       01  WS-SEEN             PIC 9(6).
       01  WS-UNCHANGED        PIC 9(6).
       01  WS-UNMAPPED         PIC 9(6).
       01  WS-FEED-SEQ         PIC 9(6).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-SAVE-WIDGET      PIC X(20).
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
               PERFORM 010-RUN-BRIDGE
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-BRIDGE          SECTION.
           MOVE 0 TO WS-SEEN WS-UNCHANGED WS-UNMAPPED SG-NUM.
           MOVE 0 TO WS-FEED-SEQ.
           MOVE 0 TO WS-MK-NEW.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           PERFORM 050-SET-FIELD-MAP.
           PERFORM 100-LOAD-MARKS.
           OPEN OUTPUT RPTFD.
           MOVE 'JSON TO PARTNER FEED - EXCEPTIONS' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN OUTPUT STAGEFD.
           IF WS-MK-FULL = 'Y'
               MOVE 'MARKS FILE OVER 10000 DOCUMENTS - NOTHING STAGED'
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-DONE
           ELSE
               MOVE   'BLOBLIST'    TO  MCP-FUNC
               MOVE   'json'        TO  MCP-TABLE
               MOVE   'key'         TO  MCP-PATHNAME
               CALL   'MONFUNC'      USING
                    MCPAREA
                    DB-WORK
               MOVE 'N' TO WS-DONE
           END-IF.
           PERFORM UNTIL WS-DONE = 'Y'
               MOVE 'BLOBFETCH' TO MCP-FUNC
               MOVE 'json'      TO MCP-TABLE
               MOVE 'key'       TO MCP-PATHNAME
               CALL   'MONFUNC'  USING
                    MCPAREA
                    DB-WORK
               IF MCP-RC = ZERO OR MCP-RC = 1
                   ADD 1 TO WS-SEEN
                   PERFORM 200-ONE-DOCUMENT
               ELSE
                   MOVE 'Y' TO WS-DONE
               END-IF
           END-PERFORM.
           CLOSE STAGEFD.
           IF SG-NUM > 0
               PERFORM 400-BUILD-FEED
           END-IF.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'DOCUMENTS: '    DELIMITED BY SIZE
                  WS-SEEN          DELIMITED BY SIZE
                  '  UNCHANGED: '  DELIMITED BY SIZE
                  WS-UNCHANGED     DELIMITED BY SIZE
                  '  STAGED: '     DELIMITED BY SIZE
                  SG-NUM           DELIMITED BY SIZE
                  '  UNMAPPED: '   DELIMITED BY SIZE
                  WS-UNMAPPED      DELIMITED BY SIZE
                  '  FEED SEQ: '   DELIMITED BY SIZE
                  WS-FEED-SEQ      DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           IF WS-FEED-SEQ > 0
               MOVE SG-NUM TO SPA-NUM
           ELSE
               MOVE 0 TO SPA-NUM
           END-IF.
           DISPLAY 'json feed staged:' SG-NUM
               ' unmapped:' WS-UNMAPPED ' feed seq:' WS-FEED-SEQ.
           EXIT.
      ************************************************************************
       050-SET-FIELD-MAP       SECTION.
      * THE FIELDS AGREED WITH THE PARTNERS, IN FEED ORDER.  THE
      * JSON KEY IS ALSO THE XML ELEMENT NAME.
           MOVE 'id'       TO FM-KEY(1).
           MOVE 'Y'        TO FM-REQUIRED(1).
           MOVE 'name'     TO FM-KEY(2).
           MOVE 'Y'        TO FM-REQUIRED(2).
           MOVE 'type'     TO FM-KEY(3).
           MOVE 'N'        TO FM-REQUIRED(3).
           MOVE 'status'   TO FM-KEY(4).
           MOVE 'N'        TO FM-REQUIRED(4).
           MOVE 'amount'   TO FM-KEY(5).
           MOVE 'N'        TO FM-REQUIRED(5).
           EXIT.
      ************************************************************************
       100-LOAD-MARKS          SECTION.
           MOVE 0 TO MK-NUM.
           MOVE 'N' TO WS-MK-FULL.
           OPEN INPUT MARKFD.
           IF MARK-FILE-ST = "00"
               PERFORM UNTIL MARK-FILE-ST NOT = "00"
                        OR WS-MK-FULL = 'Y'
                   READ MARKFD INTO MARK-LINE
                   IF MARK-FILE-ST = "00" AND MARK-LINE NOT = SPACE
                      AND MK-NUM >= 10000
                       MOVE 'Y' TO WS-MK-FULL
                   END-IF
                   IF MARK-FILE-ST = "00" AND MARK-LINE NOT = SPACE
                      AND WS-MK-FULL = 'N'
                       ADD 1 TO MK-NUM
                       UNSTRING MARK-LINE DELIMITED BY '|'
                           INTO MK-DOCID(MK-NUM)
                                MK-HASH(MK-NUM)
                                MK-SEQ(MK-NUM)
                                MK-TS(MK-NUM)
                   END-IF
               END-PERFORM
               CLOSE MARKFD
           END-IF.
           EXIT.
      ************************************************************************
       200-ONE-DOCUMENT        SECTION.
           MOVE 0 TO WS-OBJ-LEN.
           IF DB-WORK-OBJECT NOT = SPACE
              AND DB-WORK-OBJECT NOT = LOW-VALUE
               COMPUTE WS-OBJ-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(DB-WORK-OBJECT TRAILING))
           END-IF.
           MOVE SPACE TO WS-DOCID.
           IF WS-OBJ-LEN = 0
              OR DB-WORK-OBJECT(1:1) NOT = '{'
               MOVE 'not a JSON object' TO WS-REASON
               PERFORM 500-WRITE-EXCEPTION
               EXIT SECTION
           END-IF.
           MOVE 1 TO WS-FM-IDX.
           PERFORM 300-GET-FIELD.
           MOVE WS-FIELD-VALUE(1:40) TO WS-DOCID.
           PERFORM 210-HASH-DOCUMENT.
           PERFORM 220-FIND-MARK.
           IF WS-MK-IDX > 0
              AND MK-HASH(WS-MK-IDX) = WS-HASH
               ADD 1 TO WS-UNCHANGED
               EXIT SECTION
           END-IF.
           PERFORM 230-MAP-RECORD.
           IF WS-MAP-OK NOT = 'Y'
               PERFORM 500-WRITE-EXCEPTION
               EXIT SECTION
           END-IF.
           IF SG-NUM >= 500
      * THE REST GO OUT WITH THE NEXT FEED.
               EXIT SECTION
           END-IF.
           IF WS-MK-IDX = 0
               IF MK-NUM + WS-MK-NEW >= 10000
                   MOVE 'marks file full - not staged' TO WS-REASON
                   PERFORM 500-WRITE-EXCEPTION
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-MK-NEW
           END-IF.
           MOVE WS-RECORD TO STAGE-LINE.
           WRITE STAGE-LINE.
           ADD 1 TO SG-NUM.
           MOVE WS-DOCID TO SG-DOCID(SG-NUM).
           MOVE WS-HASH  TO SG-HASH(SG-NUM).
           EXIT.
      ************************************************************************
       210-HASH-DOCUMENT       SECTION.
      * SAME ROLLING HASH AS THE FEED TRAILER; A CHANGED DOCUMENT IS
      * A NEW VERSION AND IS SENT AGAIN.
           MOVE 0 TO WS-HASH.
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-OBJ-LEN
               COMPUTE WS-HASH =
                   FUNCTION MOD((WS-HASH * 31) +
                       FUNCTION ORD(DB-WORK-OBJECT(WS-I:1)),
                       999999999)
           END-PERFORM.
           EXIT.
      ************************************************************************
       220-FIND-MARK           SECTION.
           MOVE 0 TO WS-MK-IDX.
           IF WS-DOCID = SPACE
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > MK-NUM
               IF MK-DOCID(WS-IDX) = WS-DOCID
                   MOVE WS-IDX TO WS-MK-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       230-MAP-RECORD          SECTION.
      * ONE LINE PER DOCUMENT SO THE FEED RECORD COUNT IS THE
      * DOCUMENT COUNT.  A MISSING REQUIRED FIELD, AN OVERLONG VALUE
      * OR MARKUP CHARACTERS IN A VALUE MAKE THE DOCUMENT UNMAPPABLE.
           MOVE 'Y' TO WS-MAP-OK.
           MOVE SPACE TO WS-REASON.
           MOVE SPACE TO WS-RECORD.
           MOVE 1 TO WS-REC-PTR.
           STRING '<record source="json">' DELIMITED BY SIZE
                  INTO WS-RECORD
                  WITH POINTER WS-REC-PTR
           END-STRING.
           PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                     UNTIL WS-FM-IDX > FM-NUM
                        OR WS-MAP-OK = 'N'
               PERFORM 300-GET-FIELD
               EVALUATE TRUE
                 WHEN WS-FIELD-FOUND = 'N'
                      AND FM-REQUIRED(WS-FM-IDX) = 'Y'
                   MOVE 'N' TO WS-MAP-OK
                   STRING 'missing required field '
                                           DELIMITED BY SIZE
                          FM-KEY(WS-FM-IDX) DELIMITED BY SPACE
                          INTO WS-REASON
                   END-STRING
                 WHEN WS-FIELD-FOUND = 'L'
                   MOVE 'N' TO WS-MAP-OK
                   STRING 'value too long for field '
                                           DELIMITED BY SIZE
                          FM-KEY(WS-FM-IDX) DELIMITED BY SPACE
                          INTO WS-REASON
                   END-STRING
                 WHEN WS-FIELD-FOUND = 'Y'
                   PERFORM 240-ADD-ELEMENT
               END-EVALUATE
           END-PERFORM.
           IF WS-MAP-OK = 'Y'
               STRING '</record>' DELIMITED BY SIZE
                      INTO WS-RECORD
                      WITH POINTER WS-REC-PTR
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       240-ADD-ELEMENT         SECTION.
           MOVE 0 TO WS-I.
           INSPECT WS-FIELD-VALUE TALLYING WS-I FOR ALL '<' ALL '&'.
           IF WS-I > 0
               MOVE 'N' TO WS-MAP-OK
               STRING 'markup character in field '
                                       DELIMITED BY SIZE
                      FM-KEY(WS-FM-IDX) DELIMITED BY SPACE
                      INTO WS-REASON
               END-STRING
               EXIT SECTION
           END-IF.
           STRING '<'                  DELIMITED BY SIZE
                  FM-KEY(WS-FM-IDX)    DELIMITED BY SPACE
                  '>'                  DELIMITED BY SIZE
                  WS-FIELD-VALUE(1:WS-FIELD-LEN)
                                       DELIMITED BY SIZE
                  '</'                 DELIMITED BY SIZE
                  FM-KEY(WS-FM-IDX)    DELIMITED BY SPACE
                  '>'                  DELIMITED BY SIZE
                  INTO WS-RECORD
                  WITH POINTER WS-REC-PTR
           END-STRING.
           EXIT.
      ************************************************************************
       300-GET-FIELD           SECTION.
      * FINDS "KEY" IN THE DOCUMENT AND RETURNS ITS VALUE - THE TEXT
      * BETWEEN QUOTES, OR A BARE NUMBER/WORD UP TO , } OR SPACE.
      * FOUND IS Y, N (ABSENT) OR L (LONGER THAN 80).
           MOVE 'N' TO WS-FIELD-FOUND.
           MOVE SPACE TO WS-FIELD-VALUE.
           MOVE 0 TO WS-FIELD-LEN.
           MOVE SPACE TO WS-PATTERN.
           STRING '"'                  DELIMITED BY SIZE
                  FM-KEY(WS-FM-IDX)    DELIMITED BY SPACE
                  '"'                  DELIMITED BY SIZE
                  INTO WS-PATTERN
           END-STRING.
           MOVE 0 TO WS-PAT-LEN.
           INSPECT WS-PATTERN TALLYING WS-PAT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO WS-POS.
           INSPECT DB-WORK-OBJECT(1:WS-OBJ-LEN) TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL
                   WS-PATTERN(1:WS-PAT-LEN).
           IF WS-POS >= WS-OBJ-LEN
               EXIT SECTION
           END-IF.
           COMPUTE WS-POS = WS-POS + WS-PAT-LEN + 1.
           PERFORM UNTIL WS-POS > WS-OBJ-LEN
                      OR (DB-WORK-OBJECT(WS-POS:1) NOT = SPACE
                          AND DB-WORK-OBJECT(WS-POS:1) NOT = ':')
               ADD 1 TO WS-POS
           END-PERFORM.
           IF WS-POS > WS-OBJ-LEN
               EXIT SECTION
           END-IF.
           IF DB-WORK-OBJECT(WS-POS:1) = '"'
               ADD 1 TO WS-POS
               MOVE WS-POS TO WS-END
               PERFORM UNTIL WS-END > WS-OBJ-LEN
                          OR DB-WORK-OBJECT(WS-END:1) = '"'
                   ADD 1 TO WS-END
               END-PERFORM
           ELSE
               MOVE WS-POS TO WS-END
               PERFORM UNTIL WS-END > WS-OBJ-LEN
                          OR DB-WORK-OBJECT(WS-END:1) = ','
                          OR DB-WORK-OBJECT(WS-END:1) = '}'
                          OR DB-WORK-OBJECT(WS-END:1) = SPACE
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
               MOVE DB-WORK-OBJECT(WS-POS:WS-FIELD-LEN)
                   TO WS-FIELD-VALUE
               MOVE 'Y' TO WS-FIELD-FOUND
           END-EVALUATE.
           EXIT.
      ************************************************************************
       400-BUILD-FEED          SECTION.
      * FEEDEXPORT REFUSES A NEW SEQUENCE WHILE THE LAST ONE IS
      * UNCONFIRMED; NOTHING IS MARKED THEN, SO THE SAME VERSIONS ARE
      * STAGED AGAIN ON THE NEXT PASS.
           MOVE MCP-WIDGET TO WS-SAVE-WIDGET.
           MOVE 'jsonfeed' TO MCP-WIDGET.
           CALL 'FEEDEXPORT' USING
                MCPAREA
                SPAAREA
                LINKAREA
                SCRAREA.
           MOVE WS-SAVE-WIDGET TO MCP-WIDGET.
           IF SPA-NUM = 0
               MOVE SPACE TO RPT-LINE
               STRING 'FEED NOT BUILT: ' DELIMITED BY SIZE
                      SCR-FEMSG          DELIMITED BY '  '
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               EXIT SECTION
           END-IF.
           MOVE SCR-FEMSG(6:6) TO WS-FEED-SEQ.
           PERFORM 410-MARK-EXPORTED.
           EXIT.
      ************************************************************************
       410-MARK-EXPORTED       SECTION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > SG-NUM
               MOVE SG-DOCID(WS-IDX) TO WS-DOCID
               PERFORM 220-FIND-MARK
               IF WS-MK-IDX = 0 AND MK-NUM < 10000
                   ADD 1 TO MK-NUM
                   MOVE MK-NUM TO WS-MK-IDX
                   MOVE WS-DOCID TO MK-DOCID(WS-MK-IDX)
               END-IF
               IF WS-MK-IDX > 0
                   MOVE SG-HASH(WS-IDX) TO MK-HASH(WS-MK-IDX)
                   MOVE WS-FEED-SEQ TO MK-SEQ(WS-MK-IDX)
                   MOVE WS-TIMESTAMP TO MK-TS(WS-MK-IDX)
               END-IF
           END-PERFORM.
           OPEN OUTPUT MARKFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > MK-NUM
               MOVE SPACE TO MARK-LINE
               STRING MK-DOCID(WS-IDX) DELIMITED BY SPACE
                      '|'              DELIMITED BY SIZE
                      MK-HASH(WS-IDX)  DELIMITED BY SIZE
                      '|'              DELIMITED BY SIZE
                      MK-SEQ(WS-IDX)   DELIMITED BY SIZE
                      '|'              DELIMITED BY SIZE
                      MK-TS(WS-IDX)    DELIMITED BY SPACE
                      INTO MARK-LINE
               END-STRING
               WRITE MARK-LINE
           END-PERFORM.
           CLOSE MARKFD.
           EXIT.
      ************************************************************************
       500-WRITE-EXCEPTION     SECTION.
           ADD 1 TO WS-UNMAPPED.
           MOVE SPACE TO RPT-LINE.
           STRING 'DOCUMENT '      DELIMITED BY SIZE
                  WS-SEEN          DELIMITED BY SIZE
                  ' ID '           DELIMITED BY SIZE
                  WS-DOCID         DELIMITED BY SPACE
                  ': '             DELIMITED BY SIZE
                  WS-REASON        DELIMITED BY '  '
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'JSONFEED' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
