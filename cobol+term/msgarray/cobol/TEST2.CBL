           SELECT DEFFD    ASSIGN TO DEF-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DEF-FILE-ST.
           SELECT TYPFD    ASSIGN TO TYP-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TYP-FILE-ST.
           SELECT TSTFD    ASSIGN TO TST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TST-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  DEFFD.
           01  DEF-LINE            PIC X(280).
           FD  TYPFD.
           01  TYP-LINE            PIC X(80).
           FD  TSTFD.
           01  TST-LINE            PIC X(80).
       WORKING-STORAGE     SECTION.
            COPY    "DB-BLOB".
            COPY    "DB-MSG".
            COPY    "DB-JOBID".
            COPY    "DB-FILELOCK".
       01  WS-REQBODY      PIC X(2097152).
       01  WS-LINE         PIC X(250).
       01  WS-POINTER      PIC 9(7) VALUE 1.
       01  WS-NOTBEFORE    PIC X(14).
       01  WS-NOW          PIC X(14).
       01  WS-DEFERRED     PIC 9(3) VALUE 0.
       01  TYP-FILE        PIC X(80)
                           VALUE './cobol/msgarray-types.dat'.
       01  TYP-FILE-ST     PIC X(02).
       01  TST-FILE        PIC X(80)
                           VALUE './cobol/msgarray-typestats.dat'.
       01  TST-FILE-ST     PIC X(02).
       01  TYP-REC.
           05  TYP-KIND        PIC X(1).
           05  TYP-NAME        PIC X(12).
           05  TYP-ITEM        PIC X(12).
           05  TYP-REQ         PIC X(1).
           05  TYP-FTYPE       PIC X(1).
           05  TYP-MIN         PIC X(9).
           05  TYP-MAX         PIC X(9).
       01  TST-REC.
           05  TST-DATE        PIC X(8).
           05  TST-TYPE        PIC X(12).
           05  TST-ACCEPTED    PIC 9(7).
           05  TST-REJECTED    PIC 9(7).
       01  WS-TYPES.
           05  WS-TYPE-NUM     PIC 9(3) VALUE 0.
           05  WS-TYPE-ENTRY   OCCURS 50 TIMES.
               10  WS-TYPE-NAME    PIC X(12).
               10  WS-TYPE-DEST    PIC X(12).
       01  WS-RULES.
           05  WS-RULE-NUM     PIC 9(3) VALUE 0.
           05  WS-RULE-ENTRY   OCCURS 400 TIMES.
               10  WS-RULE-TYPE    PIC X(12).
               10  WS-RULE-FLD     PIC 9(2).
               10  WS-RULE-REQ     PIC X(1).
               10  WS-RULE-FTYPE   PIC X(1).
               10  WS-RULE-MIN     PIC 9(9).
               10  WS-RULE-MAX     PIC 9(9).
      * FIELD NAME, WIDTH OF THE RECEIVING ITEM IN DB-MSG AND WHETHER
      * IT IS NUMERIC (9) OR TEXT (X), IN LINE ORDER.
       01  WS-FIELD-DEFS.
           05  FILLER          PIC X(11) VALUE 'C1      20X'.
           05  FILLER          PIC X(11) VALUE 'I1      099'.
           05  FILLER          PIC X(11) VALUE 'N1      099'.
           05  FILLER          PIC X(11) VALUE 'B1      01X'.
           05  FILLER          PIC X(11) VALUE 'A1-1    099'.
           05  FILLER          PIC X(11) VALUE 'A1-2    099'.
           05  FILLER          PIC X(11) VALUE 'A1-3    099'.
           05  FILLER          PIC X(11) VALUE 'R1C1-1  20X'.
           05  FILLER          PIC X(11) VALUE 'R1C1-2  20X'.
           05  FILLER          PIC X(11) VALUE 'R1C1-3  20X'.
           05  FILLER          PIC X(11) VALUE 'R2C1-1  20X'.
           05  FILLER          PIC X(11) VALUE 'R2C1-2  20X'.
           05  FILLER          PIC X(11) VALUE 'R2C1-3  20X'.
       01  WS-FIELD-TABLE      REDEFINES WS-FIELD-DEFS.
           05  WS-FIELD-ENTRY  OCCURS 13 TIMES.
               10  WS-FIELD-NAME   PIC X(8).
               10  WS-FIELD-WIDTH  PIC 9(2).
               10  WS-FIELD-CLASS  PIC X(1).
       01  WS-RAW-FIELDS.
           05  WS-RAW          PIC X(40) OCCURS 15 TIMES.
       01  WS-MSGTYPE      PIC X(12).
       01  WS-REG-LOADED   PIC X(1) VALUE 'N'.
       01  WS-SERVES       PIC X(12) VALUE 'msg1'.
       01  WS-LINE-OK      PIC X(1).
       01  WS-REASON       PIC X(60).
       01  WS-LINENO       PIC 9(5).
       01  WS-EDIT-LINENO  PIC ZZZZ9.
       01  WS-FX           PIC 9(3).
       01  WS-RX           PIC 9(3).
       01  WS-TX           PIC 9(3).
       01  WS-FOUND        PIC X(1).
       01  WS-VAL          PIC X(40).
       01  WS-VLEN         PIC 9(3).
       01  WS-NUMV         PIC 9(9).
       01  WS-REJ-PTR      PIC 9(5).
       01  WS-TODAY        PIC X(8).
       01  WS-TCOUNTS.
           05  WS-TC-NUM       PIC 9(3) VALUE 0.
           05  WS-TC-ENTRY     OCCURS 60 TIMES.
               10  WS-TC-TYPE      PIC X(12).
               10  WS-TC-ACCEPTED  PIC 9(7).
               10  WS-TC-REJECTED  PIC 9(7).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".

           MOVE ZERO TO WS-COUNT.
           MOVE ZERO TO WS-DEFERRED.
           MOVE ZERO TO WS-LINENO.
           MOVE ZERO TO SCR-REJECTED.
           MOVE SPACE TO SCR-REJECTLIST.
           MOVE 1 TO WS-REJ-PTR.
           MOVE ZERO TO WS-TC-NUM.
           PERFORM 060-LOAD-TYPES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE 'N' TO WS-ABORT.
           MOVE 1 TO WS-POINTER.
               UNSTRING WS-REQBODY DELIMITED BY X'0A'
                   INTO WS-LINE
                   WITH POINTER WS-POINTER
               ADD 1 TO WS-LINENO
               IF FUNCTION TRIM(WS-LINE) NOT = SPACE
                   ADD 1 TO WS-COUNT
                   PERFORM 065-VALIDATE-LINE
                   IF WS-LINE-OK = 'Y'
                       PERFORM 030-PARSE-LINE
                       IF DB-MSG-C1 = SPACE
                           CALL 'JOBID' USING DB-JOBID
                           MOVE DB-JOBID-VALUE TO DB-MSG-C1
                       END-IF
                       IF WS-NOTBEFORE NOT = SPACE
                          AND WS-NOTBEFORE IS NUMERIC
                          AND WS-NOTBEFORE > WS-NOW
                           PERFORM 050-DEFER-MESSAGE
                       ELSE
                           PERFORM 040-WRITE-MESSAGE
                       END-IF
                   ELSE
                       PERFORM 075-NOTE-REJECT
                   END-IF
                   PERFORM 080-COUNT-TYPE
               END-IF
           END-PERFORM.

           PERFORM 085-SAVE-TYPE-STATS.

           IF WS-COUNT = 0
               DISPLAY 'no caller-supplied messages in request body'
           END-IF.
               EXIT SECTION
           END-IF

      * EVERY LINE FAILING VALIDATION IS UNPROCESSABLE AS A WHOLE;
      * A PARTLY ACCEPTED BODY STILL ANSWERS 200 WITH THE REJECTS
      * LISTED FOR THE CALLER TO CORRECT AND RESEND.
           IF SCR-REJECTED > 0 AND SCR-REJECTED = WS-COUNT
               MOVE 422 TO SCR-HTTP-STATUS2
           ELSE
               MOVE 200 TO SCR-HTTP-STATUS2
           END-IF
           MOVE ZERO TO MCP-RC

           EXIT.
                   ' until ' WS-NOTBEFORE
           END-IF.
           EXIT.
      ************************************************************************
       060-LOAD-TYPES           SECTION.
      * THE MESSAGE TYPE REGISTRY HOLDS TWO KINDS OF LINE:
      *   T|TYPE|DESTINATION
      *   F|TYPE|FIELD|REQUIRED(Y/N)|CLASS(9/X/B)|MIN|MAX
      * FIELD IS ONE OF THE NAMES IN WS-FIELD-DEFS.  FOR A NUMERIC
      * FIELD MIN AND MAX BOUND THE VALUE, FOR TEXT THEY BOUND THE
      * LENGTH (MAX ZERO MEANS THE WIDTH OF THE FIELD), AND A FLAG
      * (B) MUST BE Y OR N.  A LINE NAMES ITS TYPE IN THE FIFTEENTH
      * FIELD; A LINE WITHOUT ONE IS OF TYPE DEFAULT.  WITH NO
      * REGISTRY IN PLACE EVERY LINE IS ACCEPTED AS BEFORE.
           MOVE ZERO TO WS-TYPE-NUM.
           MOVE ZERO TO WS-RULE-NUM.
           MOVE 'N' TO WS-REG-LOADED.
           OPEN INPUT TYPFD.
           IF TYP-FILE-ST NOT = '00'
               DISPLAY 'no message type registry - lines not checked'
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-REG-LOADED.
           PERFORM UNTIL TYP-FILE-ST NOT = '00'
               READ TYPFD
               IF TYP-FILE-ST = '00' AND TYP-LINE NOT = SPACE
                  AND TYP-LINE(1:1) NOT = '*'
                   MOVE SPACE TO TYP-REC
                   UNSTRING TYP-LINE DELIMITED BY '|'
                       INTO TYP-KIND
                            TYP-NAME
                            TYP-ITEM
                            TYP-REQ
                            TYP-FTYPE
                            TYP-MIN
                            TYP-MAX
                   END-UNSTRING
                   EVALUATE TYP-KIND
                     WHEN 'T'
                       IF WS-TYPE-NUM < 50
                           ADD 1 TO WS-TYPE-NUM
                           MOVE TYP-NAME TO WS-TYPE-NAME(WS-TYPE-NUM)
                           MOVE TYP-ITEM TO WS-TYPE-DEST(WS-TYPE-NUM)
                       END-IF
                     WHEN 'F'
                       PERFORM 062-ADD-RULE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE TYPFD.
           EXIT.
      ************************************************************************
       062-ADD-RULE             SECTION.
           MOVE 0 TO WS-FX.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 13
               IF WS-FIELD-NAME(WS-RX) = TYP-ITEM
                   MOVE WS-RX TO WS-FX
               END-IF
           END-PERFORM.
           IF WS-FX = 0
               DISPLAY 'message type registry: unknown field '
                   TYP-ITEM ' for ' TYP-NAME
               EXIT SECTION
           END-IF.
           IF WS-RULE-NUM >= 400
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-RULE-NUM.
           MOVE TYP-NAME TO WS-RULE-TYPE(WS-RULE-NUM).
           MOVE WS-FX TO WS-RULE-FLD(WS-RULE-NUM).
           MOVE TYP-REQ TO WS-RULE-REQ(WS-RULE-NUM).
           MOVE TYP-FTYPE TO WS-RULE-FTYPE(WS-RULE-NUM).
           MOVE 0 TO WS-RULE-MIN(WS-RULE-NUM).
           MOVE 0 TO WS-RULE-MAX(WS-RULE-NUM).
           IF TYP-MIN NOT = SPACE
               MOVE FUNCTION NUMVAL(TYP-MIN) TO WS-RULE-MIN(WS-RULE-NUM)
           END-IF.
           IF TYP-MAX NOT = SPACE
               MOVE FUNCTION NUMVAL(TYP-MAX) TO WS-RULE-MAX(WS-RULE-NUM)
           END-IF.
           EXIT.
      ************************************************************************
       065-VALIDATE-LINE        SECTION.
      * CHECKS THE RAW FIELDS BEFORE THEY REACH THE NUMERIC ITEMS OF
      * DB-MSG, SO A BAD LINE GOES BACK TO THE CALLER INSTEAD OF
      * FAILING LATER IN THE CONSUMER AND ENDING ON THE DEAD-LETTER LOG.
           MOVE 'Y' TO WS-LINE-OK.
           MOVE SPACE TO WS-REASON.
           MOVE SPACE TO WS-RAW-FIELDS.
           UNSTRING WS-LINE DELIMITED BY '|'
               INTO WS-RAW(1)  WS-RAW(2)  WS-RAW(3)  WS-RAW(4)
                    WS-RAW(5)  WS-RAW(6)  WS-RAW(7)  WS-RAW(8)
                    WS-RAW(9)  WS-RAW(10) WS-RAW(11) WS-RAW(12)
                    WS-RAW(13) WS-RAW(14) WS-RAW(15)
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-RAW(15)) TO WS-MSGTYPE.
           IF WS-MSGTYPE = SPACE
               MOVE 'DEFAULT' TO WS-MSGTYPE
           END-IF.
           IF WS-REG-LOADED NOT = 'Y'
               EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TYPE-NUM OR WS-FOUND = 'Y'
               IF WS-TYPE-NAME(WS-TX) = WS-MSGTYPE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND NOT = 'Y'
               MOVE 'N' TO WS-LINE-OK
               STRING 'unknown message type ' DELIMITED BY SIZE
                      WS-MSGTYPE               DELIMITED BY SPACE
                      INTO WS-REASON
               END-STRING
               EXIT SECTION
           END-IF.
           SUBTRACT 1 FROM WS-TX.
           IF WS-TYPE-DEST(WS-TX) NOT = WS-SERVES
               MOVE 'N' TO WS-LINE-OK
               STRING 'type is handled by destination '
                                          DELIMITED BY SIZE
                      WS-TYPE-DEST(WS-TX) DELIMITED BY SPACE
                      INTO WS-REASON
               END-STRING
               EXIT SECTION
           END-IF.

      * THE RECEIVING WIDTH AND CLASS OF EVERY FIELD HOLD FOR ALL TYPES.
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > 13 OR WS-LINE-OK NOT = 'Y'
               MOVE FUNCTION TRIM(WS-RAW(WS-FX)) TO WS-VAL
               IF WS-VAL NOT = SPACE
                   COMPUTE WS-VLEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-VAL TRAILING))
                   IF WS-VLEN > WS-FIELD-WIDTH(WS-FX)
                       MOVE 'N' TO WS-LINE-OK
                       STRING 'field '            DELIMITED BY SIZE
                              WS-FIELD-NAME(WS-FX) DELIMITED BY SPACE
                              ' is too long'      DELIMITED BY SIZE
                              INTO WS-REASON
                       END-STRING
                   ELSE
                       IF WS-FIELD-CLASS(WS-FX) = '9'
                          AND WS-VAL(1:WS-VLEN) IS NOT NUMERIC
                           MOVE 'N' TO WS-LINE-OK
                           STRING 'field '         DELIMITED BY SIZE
                                  WS-FIELD-NAME(WS-FX)
                                                   DELIMITED BY SPACE
                                  ' is not numeric' DELIMITED BY SIZE
                                  INTO WS-REASON
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RULE-NUM OR WS-LINE-OK NOT = 'Y'
               IF WS-RULE-TYPE(WS-RX) = WS-MSGTYPE
                   PERFORM 070-CHECK-RULE
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       070-CHECK-RULE           SECTION.
           MOVE WS-RULE-FLD(WS-RX) TO WS-FX.
           MOVE FUNCTION TRIM(WS-RAW(WS-FX)) TO WS-VAL.
           IF WS-VAL = SPACE
               IF WS-RULE-REQ(WS-RX) = 'Y'
                   MOVE 'N' TO WS-LINE-OK
                   STRING 'required field '    DELIMITED BY SIZE
                          WS-FIELD-NAME(WS-FX) DELIMITED BY SPACE
                          ' is missing'        DELIMITED BY SIZE
                          INTO WS-REASON
                   END-STRING
               END-IF
               EXIT SECTION
           END-IF.
           COMPUTE WS-VLEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-VAL TRAILING)).
           EVALUATE WS-RULE-FTYPE(WS-RX)
             WHEN '9'
               IF WS-VAL(1:WS-VLEN) IS NOT NUMERIC
                   MOVE 'N' TO WS-LINE-OK
                   STRING 'field '             DELIMITED BY SIZE
                          WS-FIELD-NAME(WS-FX) DELIMITED BY SPACE
                          ' is not numeric'    DELIMITED BY SIZE
                          INTO WS-REASON
                   END-STRING
                   EXIT SECTION
               END-IF
               MOVE FUNCTION NUMVAL(WS-VAL(1:WS-VLEN)) TO WS-NUMV
               IF WS-NUMV < WS-RULE-MIN(WS-RX)
                  OR (WS-RULE-MAX(WS-RX) > 0
                      AND WS-NUMV > WS-RULE-MAX(WS-RX))
                   MOVE 'N' TO WS-LINE-OK
                   STRING 'field '             DELIMITED BY SIZE
                          WS-FIELD-NAME(WS-FX) DELIMITED BY SPACE
                          ' is out of range'   DELIMITED BY SIZE
                          INTO WS-REASON
                   END-STRING
               END-IF
             WHEN 'B'
               IF WS-VAL NOT = 'Y' AND WS-VAL NOT = 'N'
                   MOVE 'N' TO WS-LINE-OK
                   STRING 'field '             DELIMITED BY SIZE
                          WS-FIELD-NAME(WS-FX) DELIMITED BY SPACE
                          ' must be Y or N'    DELIMITED BY SIZE
                          INTO WS-REASON
                   END-STRING
               END-IF
             WHEN OTHER
               IF WS-VLEN < WS-RULE-MIN(WS-RX)
                  OR (WS-RULE-MAX(WS-RX) > 0
                      AND WS-VLEN > WS-RULE-MAX(WS-RX))
                   MOVE 'N' TO WS-LINE-OK
                   STRING 'field '             DELIMITED BY SIZE
                          WS-FIELD-NAME(WS-FX) DELIMITED BY SPACE
                          ' has the wrong length'
                                               DELIMITED BY SIZE
                          INTO WS-REASON
                   END-STRING
               END-IF
           END-EVALUATE.
           EXIT.
      ************************************************************************
       075-NOTE-REJECT          SECTION.
      * REJECTS GO BACK TO THE CALLER ONE PER LINE AS
      * LINE|TYPE|REASON IN SCR-REJECTLIST.
           ADD 1 TO SCR-REJECTED.
           MOVE WS-LINENO TO WS-EDIT-LINENO.
           DISPLAY 'rejected line ' WS-LINENO ': ' WS-REASON.
           IF WS-REJ-PTR < 7900
               STRING FUNCTION TRIM(WS-EDIT-LINENO)
                                      DELIMITED BY SIZE
                      '|'             DELIMITED BY SIZE
                      WS-MSGTYPE      DELIMITED BY SPACE
                      '|'             DELIMITED BY SIZE
                      WS-REASON       DELIMITED BY '  '
                      X'0A'           DELIMITED BY SIZE
                      INTO SCR-REJECTLIST
                      WITH POINTER WS-REJ-PTR
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       080-COUNT-TYPE           SECTION.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TC-NUM OR WS-FOUND = 'Y'
               IF WS-TC-TYPE(WS-TX) = WS-MSGTYPE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-TX
           ELSE
               IF WS-TC-NUM >= 60
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-TC-NUM
               MOVE WS-TC-NUM TO WS-TX
               MOVE WS-MSGTYPE TO WS-TC-TYPE(WS-TX)
               MOVE 0 TO WS-TC-ACCEPTED(WS-TX)
               MOVE 0 TO WS-TC-REJECTED(WS-TX)
           END-IF.
           IF WS-LINE-OK = 'Y'
               ADD 1 TO WS-TC-ACCEPTED(WS-TX)
           ELSE
               ADD 1 TO WS-TC-REJECTED(WS-TX)
           END-IF.
           EXIT.
      ************************************************************************
       085-SAVE-TYPE-STATS      SECTION.
      * PER-TYPE COUNTS FOR THE CURRENT DAY, ONE LINE PER TYPE AS
      * DATE|TYPE|ACCEPTED|REJECTED.  THIS CALL'S COUNTS ARE ADDED TO
      * TODAY'S LINES AND EARLIER DAYS DROP OFF, AS WITH THE QUEUE
      * STATISTICS.  MSGSTATS REPORTS THEM.
           IF WS-TC-NUM = 0
               EXIT SECTION
           END-IF.
           MOVE WS-NOW(1:8) TO WS-TODAY.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE TST-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'type statistics locked by ' DB-FILELOCK-HOLDER
               EXIT SECTION
           END-IF.
           OPEN INPUT TSTFD.
           IF TST-FILE-ST = '00'
               PERFORM UNTIL TST-FILE-ST NOT = '00'
                   READ TSTFD
                   IF TST-FILE-ST = '00' AND TST-LINE NOT = SPACE
                       MOVE SPACE TO TST-REC
                       MOVE 0 TO TST-ACCEPTED TST-REJECTED
                       UNSTRING TST-LINE DELIMITED BY '|'
                           INTO TST-DATE
                                TST-TYPE
                                TST-ACCEPTED
                                TST-REJECTED
                       END-UNSTRING
                       IF TST-DATE = WS-TODAY
                           PERFORM 087-MERGE-TYPE-LINE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TSTFD
           END-IF.
           OPEN OUTPUT TSTFD.
           IF TST-FILE-ST = '00'
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TC-NUM
                   MOVE WS-TODAY TO TST-DATE
                   MOVE WS-TC-TYPE(WS-TX) TO TST-TYPE
                   MOVE WS-TC-ACCEPTED(WS-TX) TO TST-ACCEPTED
                   MOVE WS-TC-REJECTED(WS-TX) TO TST-REJECTED
                   MOVE SPACE TO TST-LINE
                   STRING TST-DATE     DELIMITED BY SIZE
                          '|'          DELIMITED BY SIZE
                          TST-TYPE     DELIMITED BY SPACE
                          '|'          DELIMITED BY SIZE
                          TST-ACCEPTED DELIMITED BY SIZE
                          '|'          DELIMITED BY SIZE
                          TST-REJECTED DELIMITED BY SIZE
                          INTO TST-LINE
                   END-STRING
                   WRITE TST-LINE
               END-PERFORM
               CLOSE TSTFD
           ELSE
               DISPLAY 'cannot write type statistics'
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE TST-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       087-MERGE-TYPE-LINE      SECTION.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TC-NUM OR WS-FOUND = 'Y'
               IF WS-TC-TYPE(WS-TX) = TST-TYPE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-TX
           ELSE
               IF WS-TC-NUM >= 60
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-TC-NUM
               MOVE WS-TC-NUM TO WS-TX
               MOVE TST-TYPE TO WS-TC-TYPE(WS-TX)
               MOVE 0 TO WS-TC-ACCEPTED(WS-TX)
               MOVE 0 TO WS-TC-REJECTED(WS-TX)
           END-IF.
           ADD TST-ACCEPTED TO WS-TC-ACCEPTED(WS-TX).
           ADD TST-REJECTED TO WS-TC-REJECTED(WS-TX).
           EXIT.
