      * PARTNER CAN VERIFY, AND IS RECORDED IN THE TRANSMISSION
      * REGISTER (CREATED/SENT/CONFIRMED).  A NEW SEQUENCE CANNOT BE
      * BUILT WHILE THE PREVIOUS ONE IS STILL UNCONFIRMED.
      * THE JSONFEED BRIDGE LINKS HERE WITH WIDGET JSONFEED TO BUILD
      * A FEED FROM ITS STAGED JSON RECORDS INSTEAD OF INPUT.XML; NO
      * WINDOW IS PUT.  SPA-NUM RETURNS 1 WHEN THE FEED WAS BUILT
      * (SCR-FEMSG THEN READS 'FEED <SEQ> BUILT') AND 0 WHEN IT WAS
      * REFUSED, WITH THE REASON IN SCR-FEMSG.
      * EVERY SEND PARTNER ON MFT-PARTNERS.DAT GETS ITS OWN FEED
      * FROM THE SAME SOURCE RECORDS, FEED-<PARTNER>-<SEQ>.XML, WITH
      * ITS OWN SEQUENCE AND CONTROL TOTALS IN THE REGISTER.  THE
      * PARTNER LINE CARRIES THE MAPPING PROFILE AFTER THE RETRY
      * LIMIT:
      *   PARTNER|SEND|ENDPOINT|RETRIES|ENCODING|DATEFMT|NUMFMT|MAP
      *   ENCODING  UTF-8 (DEFAULT), ISO-8859-1 OR US-ASCII
      *   DATEFMT   ISO (DEFAULT), YMD, DMY OR MDY, APPLIED TO
      *             YYYY-MM-DD VALUES
      *   NUMFMT    PLAIN (DEFAULT), COMMA OR IMPL2, APPLIED TO
      *             DECIMAL VALUES
      *   MAP       COMMA LIST OF SRC (INCLUDE), SRC=ELEMENT (INCLUDE
      *             UNDER THE PARTNER'S NAME) AND -SRC (EXCLUDE).
      *             ONCE ANY FIELD IS INCLUDED, UNLISTED FIELDS ARE
      *             LEFT OUT; AN EMPTY MAP SENDS EVERY FIELD.
      * THE BUILD IS REFUSED AS A WHOLE WHILE ANY PARTNER'S LAST
      * SEQUENCE IS UNCONFIRMED.  WITH NO SEND PARTNER ON FILE THE
      * SINGLE UNMAPPED FEED-<SEQ>.XML IS BUILT AS BEFORE.  IN BATCH
      * MODE SPA-NUM RETURNS THE NUMBER OF FEEDS BUILT AND SCR-FEMSG
      * CARRIES THE FIRST SEQUENCE.
      * REGISTER: SEQ|NAME|TS|STATUS|PARTNER|COUNT|HASH
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           SELECT FEEDFD   ASSIGN TO FEED-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS FEED-FILE-ST.
           SELECT PARTFD   ASSIGN TO PART-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PART-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  REGFD.
           01  REG-LINE            PIC X(200).
           FD  FEEDFD.
           01  FEED-LINE           PIC X(1000).
           FD  PARTFD.
           01  PART-LINE           PIC X(400).
       WORKING-STORAGE     SECTION.
            COPY    "DB-PATH".
            COPY    "DB-WORK".
       01  REG-FILE            PIC X(80)
                               VALUE './cobol/feed-register.dat'.
       01  REG-FILE-ST         PIC X(02).
       01  FEED-FILE           PIC X(80).
       01  FEED-FILE-ST        PIC X(02).
       01  PART-FILE           PIC X(80)
                               VALUE './cobol/mft-partners.dat'.
       01  PART-FILE-ST        PIC X(02).
       01  FEED-REGISTER.
           05  REG-NUM             PIC 9(3).
           05  REG-ENTRY OCCURS 100 TIMES.
               10  REG-SEQ         PIC 9(6).
               10  REG-NAME        PIC X(50).
               10  REG-TS          PIC X(21).
               10  REG-STATUS      PIC X(10).
               10  REG-PARTNER     PIC X(20).
               10  REG-COUNT       PIC 9(6).
               10  REG-HASH        PIC 9(9).
       01  PROFILE-TABLE.
           05  PROF-NUM            PIC 9(2).
           05  PROF-ENTRY OCCURS 20 TIMES.
               10  PROF-NAME       PIC X(20).
               10  PROF-ENCODING   PIC X(12).
               10  PROF-DATEFMT    PIC X(4).
               10  PROF-NUMFMT     PIC X(6).
               10  PROF-INCL       PIC X(1).
               10  PROF-MAP-NUM    PIC 9(2).
               10  PROF-MAP OCCURS 20 TIMES.
                   15  MAP-SRC     PIC X(30).
                   15  MAP-ELEM    PIC X(30).
                   15  MAP-MODE    PIC X(1).
       01  WS-PART-NAME        PIC X(20).
       01  WS-PART-DIR         PIC X(4).
       01  WS-PART-ENDPOINT    PIC X(60).
       01  WS-PART-RETRIES     PIC X(2).
       01  WS-PART-ENCODING    PIC X(12).
       01  WS-PART-DATEFMT     PIC X(4).
       01  WS-PART-NUMFMT      PIC X(6).
       01  WS-PART-MAP         PIC X(250).
       01  WS-MAP-ITEM         PIC X(62).
       01  WS-MAP-PTR          PIC 9(4).
       01  WS-MAP-LEN          PIC 9(4).
       01  WS-PROF-IDX         PIC 9(2).
       01  WS-M                PIC 9(2).
       01  WS-PARTNER          PIC X(20).
       01  WS-LAST-IDX         PIC 9(3).
       01  WS-NEEDED           PIC 9(3).
       01  WS-REFUSED          PIC X(1).
       01  WS-BUILT-NUM        PIC 9(2).
       01  WS-FIRST-SEQ        PIC 9(6).
       01  WS-OUT              PIC X(1000).
       01  WS-OUT-LEN          PIC 9(4).
       01  WS-SRC-LEN          PIC 9(4).
       01  WS-POS              PIC 9(4).
       01  WS-GT               PIC 9(4).
       01  WS-LT               PIC 9(4).
       01  WS-END              PIC 9(4).
       01  WS-LEAF             PIC X(1).
       01  WS-KEEP             PIC X(1).
       01  WS-TAG              PIC X(30).
       01  WS-TAG-LEN          PIC 9(4).
       01  WS-ELEM             PIC X(30).
       01  WS-VALUE            PIC X(200).
       01  WS-VAL-LEN          PIC 9(4).
       01  WS-FMT              PIC X(200).
       01  WS-PIECE            PIC X(300).
       01  WS-PIECE-LEN        PIC 9(4).
       01  WS-SPACES           PIC 9(4).
       01  WS-DIGITS           PIC 9(4).
       01  WS-DOTS             PIC 9(4).
       01  WS-MINUS            PIC 9(4).
       01  WS-IMPL             PIC S9(15).
       01  WS-IMPL-ED          PIC -(15)9.
       01  WS-BYTE             PIC 9(3).
       01  WS-BYTE2            PIC 9(3).
       01  WS-IDX              PIC 9(3).
       01  WS-SEL-IDX          PIC 9(3).
       01  WS-NEXT-SEQ         PIC 9(6).
       01  WS-CHUNK            PIC X(1000).
       01  WS-I                PIC 9(4).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-BATCH-MODE       PIC X(1) VALUE 'N'.
       01  WS-PAYLOAD-FILE     PIC X(80).
       01  WS-BUILT            PIC X(1).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           SCRAREA.
       000-MAIN                SECTION.
           DISPLAY 'feedexport widget:' MCP-WIDGET
           MOVE 'N' TO WS-BATCH-MODE.
           MOVE './cobol/input.xml' TO WS-PAYLOAD-FILE.
           EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
             WHEN     'LINK'           ALSO    'jsonfeed'
               PERFORM 060-BUILD-JSON-FEED
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO    'feedtable'
      ************************************************************************
       030-BUILD-FEED          SECTION.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 120-LOAD-PROFILES.
           MOVE 'N' TO WS-REFUSED.
           IF PROF-NUM = 0
               MOVE 0 TO WS-PROF-IDX
               PERFORM 140-CHECK-STREAM
               MOVE 1 TO WS-NEEDED
           ELSE
               PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                         UNTIL WS-PROF-IDX > PROF-NUM
                            OR WS-REFUSED = 'Y'
                   PERFORM 140-CHECK-STREAM
               END-PERFORM
               MOVE PROF-NUM TO WS-NEEDED
           END-IF.
           IF WS-REFUSED = 'Y'
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           IF REG-NUM + WS-NEEDED > 100
               MOVE 'transmission register is full' TO SCR-FEMSG
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           PERFORM 200-FETCH-XML-PAYLOAD.
           IF DB-WORK-OBJECT = LOW-VALUE
               MOVE 'no XML payload available' TO SCR-FEMSG
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-BUILT-NUM.
           IF PROF-NUM = 0
               MOVE 0 TO WS-PROF-IDX
               PERFORM 150-BUILD-STREAM
           ELSE
               PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                         UNTIL WS-PROF-IDX > PROF-NUM
                   PERFORM 150-BUILD-STREAM
               END-PERFORM
           END-IF.
           PERFORM 400-SAVE-REGISTER.
           MOVE 'Y' TO WS-BUILT.
           MOVE SPACE TO SCR-FEMSG.
           IF PROF-NUM = 0
               STRING 'feed ' DELIMITED BY SIZE
                      WS-FIRST-SEQ DELIMITED BY SIZE
                      ' built' DELIMITED BY SIZE
                      INTO SCR-FEMSG
               END-STRING
           ELSE
               STRING 'feed ' DELIMITED BY SIZE
                      WS-FIRST-SEQ DELIMITED BY SIZE
                      ' built - ' DELIMITED BY SIZE
                      WS-BUILT-NUM DELIMITED BY SIZE
                      ' partner feeds' DELIMITED BY SIZE
                      INTO SCR-FEMSG
               END-STRING
           END-IF.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
           END-IF.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       060-BUILD-JSON-FEED     SECTION.
           MOVE 'Y' TO WS-BATCH-MODE.
           MOVE './cobol/json-feed-stage.xml' TO WS-PAYLOAD-FILE.
           MOVE 0 TO SPA-NUM.
           MOVE SPACE TO SCR-FEMSG.
           MOVE 'N' TO WS-BUILT.
           PERFORM 030-BUILD-FEED.
           IF WS-BUILT = 'Y'
               MOVE WS-BUILT-NUM TO SPA-NUM
           END-IF.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           PERFORM 100-LOAD-REGISTER.
           EXIT.
      ************************************************************************
       090-SHOW-REGISTER       SECTION.
           IF WS-BATCH-MODE = 'Y'
               EXIT SECTION
           END-IF.
           PERFORM 500-REGISTER-TO-TABLE.
           MOVE   'PUTG'        TO  MCP-PUTTYPE.
           MOVE   'feedexport'  TO  MCP-WINDOW.
                   READ REGFD INTO REG-LINE
                   IF REG-FILE-ST = "00" AND REG-LINE NOT = SPACE
                       ADD 1 TO REG-NUM
                       INITIALIZE REG-ENTRY(REG-NUM)
                       UNSTRING REG-LINE DELIMITED BY '|'
                           INTO REG-SEQ(REG-NUM)
                                REG-NAME(REG-NUM)
                                REG-TS(REG-NUM)
                                REG-STATUS(REG-NUM)
                                REG-PARTNER(REG-NUM)
                                REG-COUNT(REG-NUM)
                                REG-HASH(REG-NUM)
                   END-IF
               END-PERFORM
               CLOSE REGFD
               MOVE FETROW TO WS-SEL-IDX
           END-IF.
           EXIT.
      ************************************************************************
       120-LOAD-PROFILES       SECTION.
           MOVE 0 TO PROF-NUM.
           OPEN INPUT PARTFD.
           IF PART-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL PART-FILE-ST NOT = "00"
                    OR PROF-NUM >= 20
               READ PARTFD INTO PART-LINE
               IF PART-FILE-ST = "00" AND PART-LINE NOT = SPACE
                   MOVE SPACE TO WS-PART-NAME WS-PART-DIR
                                 WS-PART-ENDPOINT WS-PART-RETRIES
                                 WS-PART-ENCODING WS-PART-DATEFMT
                                 WS-PART-NUMFMT WS-PART-MAP
                   UNSTRING PART-LINE DELIMITED BY '|'
                       INTO WS-PART-NAME
                            WS-PART-DIR
                            WS-PART-ENDPOINT
                            WS-PART-RETRIES
                            WS-PART-ENCODING
                            WS-PART-DATEFMT
                            WS-PART-NUMFMT
                            WS-PART-MAP
                   IF WS-PART-DIR = 'SEND'
                       PERFORM 125-ADD-PROFILE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PARTFD.
           EXIT.
      ************************************************************************
       125-ADD-PROFILE         SECTION.
           ADD 1 TO PROF-NUM.
           INITIALIZE PROF-ENTRY(PROF-NUM).
           MOVE WS-PART-NAME TO PROF-NAME(PROF-NUM).
           MOVE FUNCTION UPPER-CASE(WS-PART-ENCODING)
               TO PROF-ENCODING(PROF-NUM).
           MOVE FUNCTION UPPER-CASE(WS-PART-DATEFMT)
               TO PROF-DATEFMT(PROF-NUM).
           MOVE FUNCTION UPPER-CASE(WS-PART-NUMFMT)
               TO PROF-NUMFMT(PROF-NUM).
           IF PROF-ENCODING(PROF-NUM) = SPACE
               MOVE 'UTF-8' TO PROF-ENCODING(PROF-NUM)
           END-IF.
           MOVE 'N' TO PROF-INCL(PROF-NUM).
           MOVE 0 TO PROF-MAP-NUM(PROF-NUM).
           COMPUTE WS-MAP-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-PART-MAP TRAILING)).
           MOVE 1 TO WS-MAP-PTR.
           PERFORM UNTIL WS-PART-MAP = SPACE
                    OR WS-MAP-PTR > WS-MAP-LEN
                    OR PROF-MAP-NUM(PROF-NUM) >= 20
               MOVE SPACE TO WS-MAP-ITEM
               UNSTRING WS-PART-MAP DELIMITED BY ','
                   INTO WS-MAP-ITEM
                   WITH POINTER WS-MAP-PTR
               MOVE FUNCTION TRIM(WS-MAP-ITEM) TO WS-MAP-ITEM
               IF WS-MAP-ITEM NOT = SPACE
                   ADD 1 TO PROF-MAP-NUM(PROF-NUM)
                   MOVE PROF-MAP-NUM(PROF-NUM) TO WS-M
                   IF WS-MAP-ITEM(1:1) = '-'
                       MOVE WS-MAP-ITEM(2:30)
                           TO MAP-SRC(PROF-NUM WS-M)
                       MOVE 'X' TO MAP-MODE(PROF-NUM WS-M)
                   ELSE
                       UNSTRING WS-MAP-ITEM DELIMITED BY '='
                           INTO MAP-SRC(PROF-NUM WS-M)
                                MAP-ELEM(PROF-NUM WS-M)
                       MOVE 'I' TO MAP-MODE(PROF-NUM WS-M)
                       MOVE 'Y' TO PROF-INCL(PROF-NUM)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       140-CHECK-STREAM        SECTION.
           PERFORM 160-FIND-LAST-ENTRY.
           IF WS-LAST-IDX > 0
              AND REG-STATUS(WS-LAST-IDX) NOT = 'CONFIRMED'
               MOVE 'Y' TO WS-REFUSED
               MOVE SPACE TO SCR-FEMSG
               IF WS-PARTNER = SPACE
                   STRING 'sequence ' DELIMITED BY SIZE
                          REG-SEQ(WS-LAST-IDX) DELIMITED BY SIZE
                          ' is unconfirmed - new feed refused'
                                      DELIMITED BY SIZE
                          INTO SCR-FEMSG
                   END-STRING
               ELSE
                   STRING 'sequence ' DELIMITED BY SIZE
                          REG-SEQ(WS-LAST-IDX) DELIMITED BY SIZE
                          ' for ' DELIMITED BY SIZE
                          WS-PARTNER DELIMITED BY SPACE
                          ' is unconfirmed - new feed refused'
                                      DELIMITED BY SIZE
                          INTO SCR-FEMSG
                   END-STRING
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       150-BUILD-STREAM        SECTION.
           PERFORM 160-FIND-LAST-ENTRY.
           IF WS-LAST-IDX = 0
               MOVE 1 TO WS-NEXT-SEQ
           ELSE
               COMPUTE WS-NEXT-SEQ = REG-SEQ(WS-LAST-IDX) + 1
           END-IF.
           PERFORM 300-WRITE-FEED-FILE.
           ADD 1 TO REG-NUM.
           INITIALIZE REG-ENTRY(REG-NUM).
           MOVE WS-NEXT-SEQ TO REG-SEQ(REG-NUM).
           MOVE FEED-FILE(9:50) TO REG-NAME(REG-NUM).
           MOVE WS-TIMESTAMP TO REG-TS(REG-NUM).
           MOVE 'CREATED' TO REG-STATUS(REG-NUM).
           MOVE WS-PARTNER TO REG-PARTNER(REG-NUM).
           MOVE WS-REC-COUNT TO REG-COUNT(REG-NUM).
           MOVE WS-HASH TO REG-HASH(REG-NUM).
           ADD 1 TO WS-BUILT-NUM.
           IF WS-BUILT-NUM = 1
               MOVE WS-NEXT-SEQ TO WS-FIRST-SEQ
           END-IF.
           EXIT.
      ************************************************************************
       160-FIND-LAST-ENTRY     SECTION.
      * SEQUENCES RUN PER PARTNER; THE UNMAPPED FEED IS THE STREAM
      * WITH NO PARTNER.
           MOVE SPACE TO WS-PARTNER.
           IF WS-PROF-IDX > 0
               MOVE PROF-NAME(WS-PROF-IDX) TO WS-PARTNER
           END-IF.
           MOVE 0 TO WS-LAST-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > REG-NUM
               IF REG-PARTNER(WS-IDX) = WS-PARTNER
                   MOVE WS-IDX TO WS-LAST-IDX
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       200-FETCH-XML-PAYLOAD   SECTION.
           MOVE   'BLOBIMPORT' TO  MCP-FUNC.
           MOVE   'work'       TO  MCP-TABLE.
           MOVE   'key'        TO  MCP-PATHNAME.
           MOVE   WS-PAYLOAD-FILE TO DB-WORK-FILE.
           CALL   'MONFUNC'     USING
                MCPAREA
                DB-WORK.
      ************************************************************************
       300-WRITE-FEED-FILE     SECTION.
           MOVE SPACE TO FEED-FILE.
           IF WS-PARTNER = SPACE
               STRING './cobol/feed-' DELIMITED BY SIZE
                      WS-NEXT-SEQ     DELIMITED BY SIZE
                      '.xml'          DELIMITED BY SIZE
                      INTO FEED-FILE
               END-STRING
           ELSE
               STRING './cobol/feed-' DELIMITED BY SIZE
                      WS-PARTNER      DELIMITED BY SPACE
                      '-'             DELIMITED BY SIZE
                      WS-NEXT-SEQ     DELIMITED BY SIZE
                      '.xml'          DELIMITED BY SIZE
                      INTO FEED-FILE
               END-STRING
           END-IF.
           COMPUTE WS-OBJ-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(DB-WORK-OBJECT TRAILING)).
           MOVE 0 TO WS-REC-COUNT WS-HASH.
                  WS-TIMESTAMP DELIMITED BY SPACE
                  INTO FEED-LINE
           END-STRING.
           IF WS-PROF-IDX > 0
               MOVE SPACE TO WS-OUT
               STRING FUNCTION TRIM(FEED-LINE) DELIMITED BY SIZE
                      '|'                      DELIMITED BY SIZE
                      WS-PARTNER               DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      PROF-ENCODING(WS-PROF-IDX)
                                               DELIMITED BY SPACE
                      INTO WS-OUT
               END-STRING
               MOVE WS-OUT TO FEED-LINE
           END-IF.
           WRITE FEED-LINE.
           MOVE 1 TO WS-PTR.
           PERFORM UNTIL WS-PTR > WS-OBJ-LEN
                   DELIMITED BY X'0A'
                   INTO WS-CHUNK
                   WITH POINTER WS-PTR
               IF WS-CHUNK NOT = SPACE
                  AND WS-PROF-IDX > 0
                   PERFORM 320-MAP-LINE
                   MOVE WS-OUT TO WS-CHUNK
                   PERFORM 370-ENCODE-LINE
               END-IF
               IF WS-CHUNK NOT = SPACE
                   MOVE WS-CHUNK TO FEED-LINE
                   WRITE FEED-LINE
                       999999999)
           END-PERFORM.
           EXIT.
      ************************************************************************
       320-MAP-LINE            SECTION.
      * EACH <FIELD>VALUE</FIELD> ELEMENT OF THE RECORD IS RENAMED,
      * DROPPED OR REFORMATTED PER THE PARTNER'S PROFILE; EVERYTHING
      * ELSE ON THE LINE IS CARRIED THROUGH AS IT IS.
           MOVE SPACE TO WS-OUT.
           MOVE 0 TO WS-OUT-LEN.
           COMPUTE WS-SRC-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-CHUNK TRAILING)).
           IF WS-CHUNK(1:5) = '<?xml'
               MOVE WS-CHUNK TO WS-OUT
               IF PROF-ENCODING(WS-PROF-IDX) NOT = 'UTF-8'
                   MOVE SPACE TO WS-OUT
                   STRING '<?xml version="1.0" encoding="'
                                           DELIMITED BY SIZE
                          PROF-ENCODING(WS-PROF-IDX)
                                           DELIMITED BY SPACE
                          '"?>'            DELIMITED BY SIZE
                          INTO WS-OUT
                   END-STRING
               END-IF
               EXIT SECTION
           END-IF.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-POS > WS-SRC-LEN
               MOVE 'N' TO WS-LEAF
               IF WS-CHUNK(WS-POS:1) = '<'
                   PERFORM 330-TRY-LEAF
               END-IF
               IF WS-LEAF = 'Y'
                   PERFORM 340-EMIT-FIELD
               ELSE
                   MOVE WS-CHUNK(WS-POS:1) TO WS-PIECE
                   MOVE 1 TO WS-PIECE-LEN
                   PERFORM 390-APPEND-PIECE
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       330-TRY-LEAF            SECTION.
           IF WS-POS >= WS-SRC-LEN
              OR WS-CHUNK(WS-POS + 1:1) = '/' OR '?' OR '!'
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-GT.
           PERFORM VARYING WS-I FROM WS-POS BY 1
                     UNTIL WS-I > WS-SRC-LEN OR WS-GT > 0
               IF WS-CHUNK(WS-I:1) = '>'
                   MOVE WS-I TO WS-GT
               END-IF
           END-PERFORM.
           IF WS-GT = 0
               EXIT SECTION
           END-IF.
           COMPUTE WS-TAG-LEN = WS-GT - WS-POS - 1.
           IF WS-TAG-LEN < 1 OR WS-TAG-LEN > 30
               EXIT SECTION
           END-IF.
           MOVE SPACE TO WS-TAG.
           MOVE WS-CHUNK(WS-POS + 1:WS-TAG-LEN) TO WS-TAG.
           MOVE 0 TO WS-SPACES.
           INSPECT WS-TAG(1:WS-TAG-LEN)
               TALLYING WS-SPACES FOR ALL SPACE.
           IF WS-SPACES > 0 OR WS-TAG(WS-TAG-LEN:1) = '/'
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-LT.
           PERFORM VARYING WS-I FROM WS-GT BY 1
                     UNTIL WS-I > WS-SRC-LEN OR WS-LT > 0
               IF WS-CHUNK(WS-I:1) = '<'
                   MOVE WS-I TO WS-LT
               END-IF
           END-PERFORM.
           IF WS-LT = 0
               EXIT SECTION
           END-IF.
           COMPUTE WS-VAL-LEN = WS-LT - WS-GT - 1.
           COMPUTE WS-END = WS-LT + WS-TAG-LEN + 2.
           IF WS-VAL-LEN > 200 OR WS-END > WS-SRC-LEN
               EXIT SECTION
           END-IF.
           IF WS-CHUNK(WS-LT:2) NOT = '</'
              OR WS-CHUNK(WS-LT + 2:WS-TAG-LEN)
                     NOT = WS-TAG(1:WS-TAG-LEN)
              OR WS-CHUNK(WS-END:1) NOT = '>'
               EXIT SECTION
           END-IF.
           MOVE SPACE TO WS-VALUE.
           IF WS-VAL-LEN > 0
               MOVE WS-CHUNK(WS-GT + 1:WS-VAL-LEN) TO WS-VALUE
           END-IF.
           MOVE 'Y' TO WS-LEAF.
           EXIT.
      ************************************************************************
       340-EMIT-FIELD          SECTION.
           COMPUTE WS-POS = WS-END + 1.
           MOVE WS-TAG TO WS-ELEM.
           IF PROF-INCL(WS-PROF-IDX) = 'Y'
               MOVE 'N' TO WS-KEEP
           ELSE
               MOVE 'Y' TO WS-KEEP
           END-IF.
           PERFORM VARYING WS-M FROM 1 BY 1
                     UNTIL WS-M > PROF-MAP-NUM(WS-PROF-IDX)
               IF MAP-SRC(WS-PROF-IDX WS-M) = WS-TAG
                   IF MAP-MODE(WS-PROF-IDX WS-M) = 'X'
                       MOVE 'N' TO WS-KEEP
                   ELSE
                       MOVE 'Y' TO WS-KEEP
                       IF MAP-ELEM(WS-PROF-IDX WS-M) NOT = SPACE
                           MOVE MAP-ELEM(WS-PROF-IDX WS-M) TO WS-ELEM
                       END-IF
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-KEEP NOT = 'Y'
               EXIT SECTION
           END-IF.
           PERFORM 350-FORMAT-VALUE.
           MOVE SPACE TO WS-PIECE.
           MOVE 1 TO WS-PIECE-LEN.
           STRING '<'     DELIMITED BY SIZE
                  WS-ELEM DELIMITED BY SPACE
                  '>'     DELIMITED BY SIZE
                  INTO WS-PIECE
                  WITH POINTER WS-PIECE-LEN
           END-STRING.
           IF WS-VAL-LEN > 0
               STRING WS-VALUE(1:WS-VAL-LEN) DELIMITED BY SIZE
                      INTO WS-PIECE
                      WITH POINTER WS-PIECE-LEN
               END-STRING
           END-IF.
           STRING '</'    DELIMITED BY SIZE
                  WS-ELEM DELIMITED BY SPACE
                  '>'     DELIMITED BY SIZE
                  INTO WS-PIECE
                  WITH POINTER WS-PIECE-LEN
           END-STRING.
           SUBTRACT 1 FROM WS-PIECE-LEN.
           PERFORM 390-APPEND-PIECE.
           EXIT.
      ************************************************************************
       350-FORMAT-VALUE        SECTION.
           IF WS-VAL-LEN = 10
              AND WS-VALUE(1:4) IS NUMERIC
              AND WS-VALUE(5:1) = '-'
              AND WS-VALUE(6:2) IS NUMERIC
              AND WS-VALUE(8:1) = '-'
              AND WS-VALUE(9:2) IS NUMERIC
               PERFORM 355-FORMAT-DATE
               EXIT SECTION
           END-IF.
           IF WS-VAL-LEN = 0
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-DIGITS WS-DOTS WS-MINUS.
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-VAL-LEN
               EVALUATE TRUE
                 WHEN WS-VALUE(WS-I:1) IS NUMERIC
                   ADD 1 TO WS-DIGITS
                 WHEN WS-VALUE(WS-I:1) = '.'
                   ADD 1 TO WS-DOTS
                 WHEN WS-VALUE(WS-I:1) = '-' AND WS-I = 1
                   ADD 1 TO WS-MINUS
               END-EVALUATE
           END-PERFORM.
           IF WS-DOTS = 1 AND WS-DIGITS > 0
              AND WS-DIGITS + WS-DOTS + WS-MINUS = WS-VAL-LEN
               PERFORM 360-FORMAT-NUMBER
           END-IF.
           EXIT.
      ************************************************************************
       355-FORMAT-DATE         SECTION.
           MOVE SPACE TO WS-FMT.
           EVALUATE PROF-DATEFMT(WS-PROF-IDX)
             WHEN 'YMD'
               STRING WS-VALUE(1:4) WS-VALUE(6:2) WS-VALUE(9:2)
                      DELIMITED BY SIZE INTO WS-FMT
               END-STRING
               MOVE 8 TO WS-VAL-LEN
             WHEN 'DMY'
               STRING WS-VALUE(9:2) '/' WS-VALUE(6:2) '/'
                      WS-VALUE(1:4)
                      DELIMITED BY SIZE INTO WS-FMT
               END-STRING
             WHEN 'MDY'
               STRING WS-VALUE(6:2) '/' WS-VALUE(9:2) '/'
                      WS-VALUE(1:4)
                      DELIMITED BY SIZE INTO WS-FMT
               END-STRING
             WHEN OTHER
               EXIT SECTION
           END-EVALUATE.
           MOVE WS-FMT TO WS-VALUE.
           EXIT.
      ************************************************************************
       360-FORMAT-NUMBER       SECTION.
           EVALUATE PROF-NUMFMT(WS-PROF-IDX)
             WHEN 'COMMA'
               INSPECT WS-VALUE(1:WS-VAL-LEN)
                   REPLACING ALL '.' BY ','
             WHEN 'IMPL2'
               COMPUTE WS-IMPL =
                   FUNCTION NUMVAL(WS-VALUE(1:WS-VAL-LEN)) * 100
               MOVE WS-IMPL TO WS-IMPL-ED
               MOVE FUNCTION TRIM(WS-IMPL-ED) TO WS-VALUE
               COMPUTE WS-VAL-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-VALUE))
           END-EVALUATE.
           EXIT.
      ************************************************************************
       370-ENCODE-LINE         SECTION.
      * THE SOURCE IS UTF-8.  ISO-8859-1 TAKES THE LATIN-1 RANGE
      * ACROSS AS SINGLE BYTES; ANY CHARACTER THE PARTNER'S ENCODING
      * CANNOT CARRY IS SENT AS '?'.
           IF PROF-ENCODING(WS-PROF-IDX) NOT = 'ISO-8859-1'
              AND PROF-ENCODING(WS-PROF-IDX) NOT = 'US-ASCII'
               EXIT SECTION
           END-IF.
           MOVE WS-CHUNK TO WS-OUT.
           COMPUTE WS-SRC-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-OUT TRAILING)).
           MOVE SPACE TO WS-CHUNK.
           MOVE 0 TO WS-PIECE-LEN.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-POS > WS-SRC-LEN
               COMPUTE WS-BYTE = FUNCTION ORD(WS-OUT(WS-POS:1)) - 1
               ADD 1 TO WS-POS
               EVALUATE TRUE
                 WHEN WS-BYTE < 128
                   ADD 1 TO WS-PIECE-LEN
                   MOVE WS-OUT(WS-POS - 1:1)
                       TO WS-CHUNK(WS-PIECE-LEN:1)
                 WHEN WS-BYTE < 192
                   CONTINUE
                 WHEN (WS-BYTE = 194 OR WS-BYTE = 195)
                  AND PROF-ENCODING(WS-PROF-IDX) = 'ISO-8859-1'
                  AND WS-POS <= WS-SRC-LEN
                   COMPUTE WS-BYTE2 =
                       FUNCTION ORD(WS-OUT(WS-POS:1)) - 1
                   ADD 1 TO WS-POS
                   IF WS-BYTE = 195
                       ADD 64 TO WS-BYTE2
                   END-IF
                   ADD 1 TO WS-PIECE-LEN
                   MOVE FUNCTION CHAR(WS-BYTE2 + 1)
                       TO WS-CHUNK(WS-PIECE-LEN:1)
                 WHEN OTHER
                   ADD 1 TO WS-PIECE-LEN
                   MOVE '?' TO WS-CHUNK(WS-PIECE-LEN:1)
               END-EVALUATE
           END-PERFORM.
           EXIT.
      ************************************************************************
       390-APPEND-PIECE        SECTION.
           IF WS-OUT-LEN + WS-PIECE-LEN <= 1000
               MOVE WS-PIECE(1:WS-PIECE-LEN)
                   TO WS-OUT(WS-OUT-LEN + 1:WS-PIECE-LEN)
               ADD WS-PIECE-LEN TO WS-OUT-LEN
           END-IF.
           EXIT.
      ************************************************************************
       400-SAVE-REGISTER       SECTION.
           OPEN OUTPUT REGFD.
                      REG-TS(WS-IDX)     DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      REG-STATUS(WS-IDX) DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      REG-PARTNER(WS-IDX) DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      REG-COUNT(WS-IDX)  DELIMITED BY SIZE
                      '|'                DELIMITED BY SIZE
                      REG-HASH(WS-IDX)   DELIMITED BY SIZE
                      INTO REG-LINE
               END-STRING
               WRITE REG-LINE
