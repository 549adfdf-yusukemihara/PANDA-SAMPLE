      * FILES TO THE PROCESSED DIRECTORY AND FAILURES TO THE REJECT
      * DIRECTORY, AND WRITES A MORNING REPORT WITH THE PARSE ERROR
      * DETAIL FOR EVERY REJECT.
      * EVERY FILE IS ENTERED ON THE INBOUND REGISTER WITH ITS
      * PARTNER, NAME, SIZE, CONTENT HASH AND THE PARTNER'S OWN
      * SEQUENCE FROM A *HDR|SEQ|... CONTROL LINE WHEN IT CARRIES
      * ONE (CONTROL LINES ARE NOT PASSED TO THE PARSER).  THE
      * PARTNER IS THE RECEIVE PARTNER WHOSE NAME THE FILE NAME
      * STARTS WITH.  A FILE WHOSE CONTENT WAS ALREADY ACCEPTED, OR
      * WHOSE PARTNER SEQUENCE IS A REPEAT OR OUT OF ORDER, GOES TO
      * THE REJECT DIRECTORY UNPARSED; A SKIPPED PARTNER SEQUENCE IS
      * FLAGGED AS A GAP ON THE REPORT.
      * REGISTER: PARTNER|FILE|SIZE|HASH|PSEQ|TS|STATUS
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
           SELECT REGFD    ASSIGN TO REG-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS REG-FILE-ST.
           SELECT PARTFD   ASSIGN TO PART-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PART-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  SCRIPTFD.
           01  XML-LINE            PIC X(1000).
           FD  RPTFD.
           01  RPT-LINE            PIC X(200).
           FD  REGFD.
           01  REG-LINE            PIC X(250).
           FD  PARTFD.
           01  PART-LINE           PIC X(400).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-BLOB".
            COPY    "DB-XML2".
            COPY    "DB-PATH".
       01  RPT-FILE            PIC X(40)
                               VALUE './cobol/xml-ingest.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  REG-FILE            PIC X(40)
                               VALUE './cobol/xml-inbound-register.dat'.
       01  REG-FILE-ST         PIC X(02).
       01  PART-FILE           PIC X(40)
                               VALUE './cobol/mft-partners.dat'.
       01  PART-FILE-ST        PIC X(02).
       01  PARTNER-TABLE.
           05  PART-NUM            PIC 9(2).
           05  PART-ENTRY OCCURS 20 TIMES.
               10  PART-NAME       PIC X(20).
               10  PART-LEN        PIC 9(2).
       01  WS-PART-NAME        PIC X(20).
       01  WS-PART-DIR         PIC X(4).
       01  WS-PART-IDX         PIC 9(2).
       01  REG-REC.
           05  REG-PARTNER         PIC X(20).
           05  REG-FNAME           PIC X(100).
           05  REG-SIZE            PIC 9(9).
           05  REG-HASH            PIC 9(9).
           05  REG-PSEQ            PIC X(9).
           05  REG-TS              PIC X(21).
           05  REG-STATUS          PIC X(10).
       01  WS-PARTNER          PIC X(20).
       01  WS-FILE-SIZE        PIC 9(9).
       01  WS-FILE-HASH        PIC 9(9).
       01  WS-LINE-NO          PIC 9(7).
       01  WS-LINE-LEN         PIC 9(4).
       01  WS-I                PIC 9(4).
       01  WS-HDR-TAG          PIC X(5).
       01  WS-HDR-SEQ          PIC X(9).
       01  WS-HAS-PSEQ         PIC X(1).
       01  WS-PSEQ             PIC 9(9).
       01  WS-HAS-LAST         PIC X(1).
       01  WS-LAST-PSEQ        PIC 9(9).
       01  WS-EXPECT-PSEQ      PIC 9(9).
       01  WS-DUP              PIC X(1).
       01  WS-DUP-FNAME        PIC X(100).
       01  WS-REG-STATUS       PIC X(10).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-DUPLICATES       PIC 9(5).
       01  WS-OUTOFSEQ         PIC 9(5).
       01  WS-GAPS             PIC 9(5).
       01  WS-INDIR            PIC X(60) VALUE './cobol/xml-in'.
       01  WS-DONEDIR          PIC X(60) VALUE './cobol/xml-done'.
       01  WS-REJDIR           PIC X(60) VALUE './cobol/xml-rej'.
      ************************************************************************
       010-RUN-INGEST          SECTION.
           MOVE 0 TO WS-ACCEPTED WS-REJECTED.
           MOVE 0 TO WS-DUPLICATES WS-OUTOFSEQ WS-GAPS.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           PERFORM 050-GET-DIRECTORIES.
           PERFORM 060-LOAD-PARTNERS.
           PERFORM 100-LIST-INBOUND.
           OPEN OUTPUT RPTFD.
           MOVE 'INBOUND XML INGEST REPORT' TO RPT-LINE.
                  WS-ACCEPTED  DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED  DELIMITED BY SIZE
                  '  DUPLICATES: ' DELIMITED BY SIZE
                  WS-DUPLICATES DELIMITED BY SIZE
                  '  OUT OF SEQUENCE: ' DELIMITED BY SIZE
                  WS-OUTOFSEQ  DELIMITED BY SIZE
                  '  SEQUENCE GAPS: ' DELIMITED BY SIZE
                  WS-GAPS      DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           COMPUTE SPA-NUM = WS-ACCEPTED + WS-REJECTED.
           DISPLAY 'ingest accepted:' WS-ACCEPTED
               ' rejected:' WS-REJECTED.
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       060-LOAD-PARTNERS       SECTION.
           MOVE 0 TO PART-NUM.
           OPEN INPUT PARTFD.
           IF PART-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL PART-FILE-ST NOT = "00"
                    OR PART-NUM >= 20
               READ PARTFD INTO PART-LINE
               IF PART-FILE-ST = "00" AND PART-LINE NOT = SPACE
                   MOVE SPACE TO WS-PART-NAME WS-PART-DIR
                   UNSTRING PART-LINE DELIMITED BY '|'
                       INTO WS-PART-NAME
                            WS-PART-DIR
                   IF WS-PART-DIR = 'RECV'
                      AND WS-PART-NAME NOT = SPACE
                       ADD 1 TO PART-NUM
                       MOVE WS-PART-NAME TO PART-NAME(PART-NUM)
                       COMPUTE PART-LEN(PART-NUM) = FUNCTION LENGTH(
                           FUNCTION TRIM(WS-PART-NAME TRAILING))
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PARTFD.
           EXIT.
      ************************************************************************
       100-LIST-INBOUND        SECTION.
           OPEN OUTPUT SCRIPTFD.
                  INTO XML-FILE
           END-STRING.
           PERFORM 210-READ-XML-FILE.
           PERFORM 250-FIND-PARTNER.
           PERFORM 260-CHECK-REGISTER.
           IF WS-DUP = 'Y'
               ADD 1 TO WS-REJECTED
               ADD 1 TO WS-DUPLICATES
               MOVE SPACE TO RPT-LINE
               STRING WS-FNAME DELIMITED BY SPACE
                      ': REJECTED duplicate of ' DELIMITED BY SIZE
                      WS-DUP-FNAME DELIMITED BY SPACE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE 'DUPLICATE' TO WS-REG-STATUS
               PERFORM 270-WRITE-REGISTER
               PERFORM 240-MOVE-FILE-REJECT
               EXIT SECTION
           END-IF.
           IF WS-HAS-PSEQ = 'Y' AND WS-HAS-LAST = 'Y'
              AND WS-PSEQ NOT > WS-LAST-PSEQ
               ADD 1 TO WS-REJECTED
               ADD 1 TO WS-OUTOFSEQ
               MOVE SPACE TO RPT-LINE
               STRING WS-FNAME DELIMITED BY SPACE
                      ': REJECTED ' DELIMITED BY SIZE
                      WS-PARTNER DELIMITED BY SPACE
                      ' sequence ' DELIMITED BY SIZE
                      WS-PSEQ DELIMITED BY SIZE
                      ' repeated or out of order (last accepted '
                                  DELIMITED BY SIZE
                      WS-LAST-PSEQ DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE 'OUTOFSEQ' TO WS-REG-STATUS
               PERFORM 270-WRITE-REGISTER
               PERFORM 240-MOVE-FILE-REJECT
               EXIT SECTION
           END-IF.
           PERFORM 220-PARSE-XML.
           IF WS-OK = 'Y'
               ADD 1 TO WS-ACCEPTED
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               PERFORM 280-CHECK-GAP
               MOVE 'ACCEPTED' TO WS-REG-STATUS
               PERFORM 270-WRITE-REGISTER
               PERFORM 230-MOVE-FILE-DONE
           ELSE
               ADD 1 TO WS-REJECTED
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE 'REJECTED' TO WS-REG-STATUS
               PERFORM 270-WRITE-REGISTER
               PERFORM 240-MOVE-FILE-REJECT
           END-IF.
           EXIT.
           MOVE LOW-VALUE TO DB-XML2-OBJECT.
           MOVE SPACE TO DB-XML2-OBJECT(1:1).
           MOVE 1 TO WS-PTR.
           MOVE 0 TO WS-FILE-SIZE WS-FILE-HASH WS-LINE-NO WS-PSEQ.
           MOVE 'N' TO WS-HAS-PSEQ.
           OPEN INPUT XMLFD.
           IF XML-FILE-ST NOT = "00"
               EXIT SECTION
                      OR WS-PTR > 64000
               READ XMLFD INTO XML-LINE
               IF XML-FILE-ST = "00"
                   PERFORM 215-HASH-LINE
               END-IF
               IF XML-FILE-ST = "00"
                  AND XML-LINE(1:5) NOT = '*HDR|'
                  AND XML-LINE(1:5) NOT = '*TRL|'
                   STRING FUNCTION TRIM(XML-LINE TRAILING)
                                   DELIMITED BY SIZE
                          X'0A'    DELIMITED BY SIZE
           END-PERFORM.
           CLOSE XMLFD.
           EXIT.
      ************************************************************************
       215-HASH-LINE           SECTION.
           ADD 1 TO WS-LINE-NO.
           MOVE 0 TO WS-LINE-LEN.
           IF XML-LINE NOT = SPACE
               COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(XML-LINE TRAILING))
           END-IF.
           COMPUTE WS-FILE-SIZE = WS-FILE-SIZE + WS-LINE-LEN + 1.
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-LINE-LEN
               COMPUTE WS-FILE-HASH =
                   FUNCTION MOD((WS-FILE-HASH * 31) +
                       FUNCTION ORD(XML-LINE(WS-I:1)),
                       999999999)
           END-PERFORM.
           IF WS-LINE-NO = 1 AND XML-LINE(1:5) = '*HDR|'
               MOVE SPACE TO WS-HDR-TAG WS-HDR-SEQ
               UNSTRING XML-LINE DELIMITED BY '|'
                   INTO WS-HDR-TAG
                        WS-HDR-SEQ
               IF WS-HDR-SEQ NOT = SPACE
                  AND FUNCTION TRIM(WS-HDR-SEQ) IS NUMERIC
                   COMPUTE WS-PSEQ = FUNCTION NUMVAL(WS-HDR-SEQ)
                   MOVE 'Y' TO WS-HAS-PSEQ
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       220-PARSE-XML           SECTION.
           MOVE 'N' TO WS-OK.
           CLOSE SCRIPTFD.
           PERFORM 150-RUN-SCRIPT.
           EXIT.
      ************************************************************************
       250-FIND-PARTNER        SECTION.
      * THE LONGEST RECEIVE PARTNER NAME THE FILE NAME STARTS WITH.
           MOVE SPACE TO WS-PARTNER.
           MOVE 0 TO WS-I.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                     UNTIL WS-PART-IDX > PART-NUM
               IF WS-FNAME(1:PART-LEN(WS-PART-IDX)) =
                      PART-NAME(WS-PART-IDX)(1:PART-LEN(WS-PART-IDX))
                  AND PART-LEN(WS-PART-IDX) > WS-I
                   MOVE PART-NAME(WS-PART-IDX) TO WS-PARTNER
                   MOVE PART-LEN(WS-PART-IDX) TO WS-I
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       260-CHECK-REGISTER      SECTION.
      * A FILE THAT COULD NOT BE READ IS LEFT TO THE PARSER TO
      * REJECT.  ONLY ACCEPTED ENTRIES COUNT: A FILE CORRECTED AND
      * RESENT AFTER A PARSE REJECT IS TAKEN.
           MOVE 'N' TO WS-DUP WS-HAS-LAST.
           MOVE 0 TO WS-LAST-PSEQ.
           MOVE SPACE TO WS-DUP-FNAME.
           IF WS-FILE-SIZE = 0
               EXIT SECTION
           END-IF.
           OPEN INPUT REGFD.
           IF REG-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL REG-FILE-ST NOT = "00"
               READ REGFD
               IF REG-FILE-ST = "00" AND REG-LINE NOT = SPACE
                   PERFORM 265-CHECK-ONE-ENTRY
               END-IF
           END-PERFORM.
           CLOSE REGFD.
           EXIT.
      ************************************************************************
       265-CHECK-ONE-ENTRY     SECTION.
           INITIALIZE REG-REC.
           UNSTRING REG-LINE DELIMITED BY '|'
               INTO REG-PARTNER
                    REG-FNAME
                    REG-SIZE
                    REG-HASH
                    REG-PSEQ
                    REG-TS
                    REG-STATUS.
           IF REG-STATUS NOT = 'ACCEPTED'
               EXIT SECTION
           END-IF.
           IF REG-HASH = WS-FILE-HASH AND REG-SIZE = WS-FILE-SIZE
              AND WS-DUP = 'N'
               MOVE 'Y' TO WS-DUP
               MOVE REG-FNAME TO WS-DUP-FNAME
           END-IF.
           IF WS-PARTNER NOT = SPACE
              AND REG-PARTNER = WS-PARTNER
              AND REG-PSEQ NOT = SPACE
              AND FUNCTION TRIM(REG-PSEQ) IS NUMERIC
               IF WS-HAS-LAST = 'N'
                  OR FUNCTION NUMVAL(REG-PSEQ) > WS-LAST-PSEQ
                   COMPUTE WS-LAST-PSEQ = FUNCTION NUMVAL(REG-PSEQ)
                   MOVE 'Y' TO WS-HAS-LAST
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       270-WRITE-REGISTER      SECTION.
           OPEN EXTEND REGFD.
           IF REG-FILE-ST = "05" OR "35"
               OPEN OUTPUT REGFD
           END-IF.
           IF REG-FILE-ST NOT = "00"
               DISPLAY 'cannot open inbound register'
               EXIT SECTION
           END-IF.
           MOVE SPACE TO REG-PSEQ.
           IF WS-HAS-PSEQ = 'Y'
               MOVE WS-PSEQ TO REG-PSEQ
           END-IF.
           MOVE SPACE TO REG-LINE.
           STRING WS-PARTNER     DELIMITED BY SPACE
                  '|'            DELIMITED BY SIZE
                  WS-FNAME       DELIMITED BY SPACE
                  '|'            DELIMITED BY SIZE
                  WS-FILE-SIZE   DELIMITED BY SIZE
                  '|'            DELIMITED BY SIZE
                  WS-FILE-HASH   DELIMITED BY SIZE
                  '|'            DELIMITED BY SIZE
                  REG-PSEQ       DELIMITED BY SPACE
                  '|'            DELIMITED BY SIZE
                  WS-TIMESTAMP   DELIMITED BY SPACE
                  '|'            DELIMITED BY SIZE
                  WS-REG-STATUS  DELIMITED BY SPACE
                  INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
           CLOSE REGFD.
           EXIT.
      ************************************************************************
       280-CHECK-GAP           SECTION.
           IF WS-HAS-PSEQ NOT = 'Y' OR WS-HAS-LAST NOT = 'Y'
               EXIT SECTION
           END-IF.
           COMPUTE WS-EXPECT-PSEQ = WS-LAST-PSEQ + 1.
           IF WS-PSEQ > WS-EXPECT-PSEQ
               ADD 1 TO WS-GAPS
               MOVE SPACE TO RPT-LINE
               STRING '  SEQUENCE GAP ' DELIMITED BY SIZE
                      WS-PARTNER DELIMITED BY SPACE
                      ': expected ' DELIMITED BY SIZE
                      WS-EXPECT-PSEQ DELIMITED BY SIZE
                      ' received ' DELIMITED BY SIZE
                      WS-PSEQ DELIMITED BY SIZE
                      ' - chase the missing file' DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
           EXIT.
      ************************************************************************
       950-RESOLVE-PATHS       SECTION.
      * THE PATH NAMES IN DB-PATH START AS THE PRIMARIES; THE
           CALL 'PATHSEL' USING DB-PATHSEL.
           MOVE DB-PATHSEL-PATH TO PATH-WORK-PRIMARY.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'XMLINGEST' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
