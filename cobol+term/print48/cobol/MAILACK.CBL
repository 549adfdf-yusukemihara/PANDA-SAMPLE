       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         MAILACK.
      ******************************************************************
      * INBOUND MAIL ACKNOWLEDGMENT PICKUP.  THE MAIL SYSTEM DROPS
      * EACH REPLY TO A MAILGATE NOTIFICATION AS ONE FILE IN THE
      * PICKUP DIRECTORY.  EACH PASS OF THIS BATCH:
      *   - TAKES THE NOTIFICATION ID FROM THE [ID] IN THE SUBJECT
      *     AND THE SENDER FROM THE FROM: HEADER
      *   - ACCEPTS THE REPLY ONLY WHEN THE SENDER IS A USER ADDRESS
      *     ON THE MAIL ADDRESS BOOK AND IS EITHER THE RECIPIENT'S
      *     OWN ADDRESS OR THE ADDRESS THE NOTIFICATION WAS MAILED TO
      *   - MARKS THE PENDING REGISTER ENTRY ACKED AND WRITES THE
      *     ACKNOWLEDGMENT LOG EXACTLY AS THE NOTIFY ACK BUTTON DOES,
      *     SO ONCALLCHK STOPS ESCALATING
      *   - MOVES THE REPLY TO THE DONE DIRECTORY, OR TO THE REJECT
      *     DIRECTORY WITH A LINE ON THE EXCEPTIONS REPORT WHEN IT IS
      *     UNMATCHED, UNAUTHORIZED OR ALREADY ACKNOWLEDGED.
      * THE PENDING REGISTER IS REWRITTEN UNDER THE SHARED FILE LOCK
      * AND THROUGH THE WORK-FILE PROMOTE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT SCRIPTFD ASSIGN TO SCRIPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SCRIPT-FILE-ST.
           SELECT LISTFD   ASSIGN TO LIST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS LIST-FILE-ST.
           SELECT MAILFD   ASSIGN TO MAIL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MAIL-FILE-ST.
           SELECT ADDRFD   ASSIGN TO ADDR-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ADDR-FILE-ST.
           SELECT CHKFD    ASSIGN TO CHK-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CHK-FILE-ST.
           SELECT NOTFD    ASSIGN TO NOT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NOT-FILE-ST.
           SELECT KEEPFD   ASSIGN TO KEEP-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS KEEP-FILE-ST.
           SELECT ACKFD    ASSIGN TO ACK-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ACK-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  SCRIPTFD.
           01  SCRIPT-LINE         PIC X(400).
           FD  LISTFD.
           01  LIST-LINE           PIC X(120).
           FD  MAILFD.
           01  MAIL-LINE           PIC X(250).
           FD  ADDRFD.
           01  ADDR-LINE           PIC X(120).
           FD  CHKFD.
           01  CHK-LINE            PIC X(200).
           FD  NOTFD.
           01  NOT-LINE            PIC X(250).
           FD  KEEPFD.
           01  KEEP-LINE           PIC X(250).
           FD  ACKFD.
           01  ACK-LINE            PIC X(150).
           FD  RPTFD.
           01  RPT-LINE            PIC X(200).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-SHELL".
            COPY    "DB-FILEGUARD".
            COPY    "DB-FILELOCK".
       01  SCRIPT-FILE         PIC X(40)
                               VALUE './cobol/mailack.sh'.
       01  SCRIPT-FILE-ST      PIC X(02).
       01  LIST-FILE           PIC X(40)
                               VALUE './cobol/mailack.lst'.
       01  LIST-FILE-ST        PIC X(02).
       01  MAIL-FILE           PIC X(160).
       01  MAIL-FILE-ST        PIC X(02).
       01  ADDR-FILE           PIC X(80)
                               VALUE './cobol/mail-addresses.dat'.
       01  ADDR-FILE-ST        PIC X(02).
       01  CHK-FILE            PIC X(80)
                               VALUE './cobol/mail-send.log'.
       01  CHK-FILE-ST         PIC X(02).
       01  NOT-FILE            PIC X(80) VALUE
           './cobol/pending-notifications.dat'.
       01  NOT-FILE-ST         PIC X(02).
       01  KEEP-FILE           PIC X(84) VALUE
           './cobol/pending-notifications.dat.new'.
       01  KEEP-FILE-ST        PIC X(02).
       01  KEEP-COUNT          PIC 9(6).
       01  ACK-FILE            PIC X(80) VALUE
           './cobol/notification-acks.dat'.
       01  ACK-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(40)
                               VALUE './cobol/mail-ack-exceptions.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  WS-INDIR            PIC X(60) VALUE './cobol/mail-in'.
       01  WS-DONEDIR          PIC X(60) VALUE './cobol/mail-done'.
       01  WS-REJDIR           PIC X(60) VALUE './cobol/mail-rej'.
       01  ADDR-TABLE.
           05  AD-NUM              PIC 9(3).
           05  AD-ENTRY OCCURS 100 TIMES.
               10  AD-TYPE         PIC X(4).
               10  AD-KEY          PIC X(20).
               10  AD-ADDRESS      PIC X(60).
       01  CHK-REC.
           05  CHK-TS              PIC X(21).
           05  CHK-ADDR            PIC X(60).
           05  CHK-KEY             PIC X(70).
           05  CHK-STATUS          PIC X(6).
       01  NOTE-REC.
           05  NOTE-RECIPIENT      PIC X(20).
           05  NOTE-SEVERITY       PIC X(8).
           05  NOTE-SUMMARY        PIC X(40).
           05  NOTE-BODY           PIC X(80).
           05  NOTE-TOPIC          PIC X(20).
           05  NOTE-TIME           PIC X(21).
           05  NOTE-STATUS         PIC X(10).
           05  NOTE-ACKUSER        PIC X(20).
           05  NOTE-ACKTERM        PIC X(20).
           05  NOTE-ACKTIME        PIC X(21).
       01  WS-FNAME            PIC X(100).
       01  WS-UPPER            PIC X(250).
       01  WS-FROM             PIC X(200).
       01  WS-SUBJECT          PIC X(200).
       01  WS-SENDER           PIC X(60).
       01  WS-NOTE-ID          PIC X(70).
       01  WS-NOTE-KEY         PIC X(70).
       01  WS-CMP-ADDR         PIC X(60).
       01  WS-JUNK             PIC X(200).
       01  WS-REST             PIC X(200).
       01  WS-TALLY            PIC 9(4).
       01  WS-IN-HEADERS       PIC X(1).
       01  WS-IDX              PIC 9(3).
       01  WS-ACK-USER         PIC X(20).
       01  WS-AUTH             PIC X(1).
       01  WS-OUTCOME          PIC X(30).
       01  WS-ACK-SUMMARY      PIC X(40).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-ACKED            PIC 9(5).
       01  WS-EXCEPTIONS       PIC 9(5).
       01  WS-LOWER-ALPHA      PIC X(26)
                               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-ALPHA      PIC X(26)
                               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
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
               PERFORM 010-RUN-PICKUP
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-PICKUP          SECTION.
           MOVE 0 TO WS-ACKED WS-EXCEPTIONS.
           PERFORM 110-LOAD-ADDRESSES.
           PERFORM 100-LIST-INBOUND.
           OPEN OUTPUT RPTFD.
           MOVE 'MAIL ACKNOWLEDGMENT EXCEPTIONS' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'REPLY FILE / SENDER / NOTIFICATION ID / REASON'
               TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT LISTFD.
           IF LIST-FILE-ST = "00"
               PERFORM UNTIL LIST-FILE-ST NOT = "00"
                   READ LISTFD INTO LIST-LINE
                   IF LIST-FILE-ST = "00" AND LIST-LINE NOT = SPACE
                       MOVE LIST-LINE(1:100) TO WS-FNAME
                       PERFORM 200-PROCESS-REPLY
                   END-IF
               END-PERFORM
               CLOSE LISTFD
           END-IF.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'ACKNOWLEDGED: ' DELIMITED BY SIZE
                  WS-ACKED         DELIMITED BY SIZE
                  '  EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-EXCEPTIONS    DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           COMPUTE SPA-NUM = WS-ACKED + WS-EXCEPTIONS.
           DISPLAY 'mail acks accepted:' WS-ACKED
               ' exceptions:' WS-EXCEPTIONS.
           EXIT.
      ************************************************************************
       100-LIST-INBOUND        SECTION.
           OPEN OUTPUT SCRIPTFD.
           MOVE SPACE TO SCRIPT-LINE.
           STRING 'mkdir -p '  DELIMITED BY SIZE
                  WS-DONEDIR   DELIMITED BY SPACE
                  ' '          DELIMITED BY SIZE
                  WS-REJDIR    DELIMITED BY SPACE
                  '; ls '      DELIMITED BY SIZE
                  WS-INDIR     DELIMITED BY SPACE
                  ' > '        DELIMITED BY SIZE
                  LIST-FILE    DELIMITED BY SPACE
                  ' 2>/dev/null'
                               DELIMITED BY SIZE
                  INTO SCRIPT-LINE
           END-STRING.
           WRITE SCRIPT-LINE.
           CLOSE SCRIPTFD.
           PERFORM 150-RUN-SCRIPT.
           EXIT.
      ************************************************************************
       110-LOAD-ADDRESSES      SECTION.
           MOVE 0 TO AD-NUM.
           OPEN INPUT ADDRFD.
           IF ADDR-FILE-ST = "00"
               PERFORM UNTIL ADDR-FILE-ST NOT = "00"
                        OR AD-NUM >= 100
                   READ ADDRFD INTO ADDR-LINE
                   IF ADDR-FILE-ST = "00" AND ADDR-LINE NOT = SPACE
                       ADD 1 TO AD-NUM
                       UNSTRING ADDR-LINE DELIMITED BY '|'
                           INTO AD-TYPE(AD-NUM)
                                AD-KEY(AD-NUM)
                                AD-ADDRESS(AD-NUM)
                       INSPECT AD-ADDRESS(AD-NUM)
                           CONVERTING WS-UPPER-ALPHA TO WS-LOWER-ALPHA
                   END-IF
               END-PERFORM
               CLOSE ADDRFD
           END-IF.
           EXIT.
      ************************************************************************
       150-RUN-SCRIPT          SECTION.
           INITIALIZE DB-SHELL.
           MOVE 'SHELL' TO MCP-FUNC.
           MOVE 'shell' TO MCP-TABLE.
           MOVE 'command' TO MCP-PATHNAME.
           MOVE '/bin/sh' TO DB-SHELL-NAME.
           MOVE SCRIPT-FILE TO DB-SHELL-ARG1.
           CALL 'MONFUNC' USING
                MCPAREA
                DB-SHELL.
           EXIT.
      ************************************************************************
       200-PROCESS-REPLY       SECTION.
           MOVE SPACE TO MAIL-FILE.
           STRING WS-INDIR DELIMITED BY SPACE
                  '/'      DELIMITED BY SIZE
                  WS-FNAME DELIMITED BY SPACE
                  INTO MAIL-FILE
           END-STRING.
           MOVE SPACE TO WS-OUTCOME.
           PERFORM 210-READ-HEADERS.
           PERFORM 220-EXTRACT-ID.
           IF WS-OUTCOME = SPACE
               PERFORM 300-MARK-ACKED
           END-IF.
      * A BUSY REGISTER LEAVES THE REPLY IN PLACE FOR THE NEXT PASS.
           EVALUATE WS-OUTCOME
             WHEN 'ACKED'
               ADD 1 TO WS-ACKED
               PERFORM 340-RECORD-ACK-LOG
               PERFORM 240-MOVE-FILE-DONE
             WHEN 'PENDING REGISTER BUSY'
               CONTINUE
             WHEN OTHER
               ADD 1 TO WS-EXCEPTIONS
               PERFORM 400-WRITE-EXCEPTION
               PERFORM 250-MOVE-FILE-REJECT
           END-EVALUATE.
           EXIT.
      ************************************************************************
       210-READ-HEADERS        SECTION.
      * ONLY THE HEADER BLOCK IS READ - UP TO THE FIRST BLANK LINE -
      * SO A QUOTED ORIGINAL IN THE BODY CANNOT SUPPLY THE SENDER.
           MOVE SPACE TO WS-FROM.
           MOVE SPACE TO WS-SUBJECT.
           MOVE 'Y' TO WS-IN-HEADERS.
           OPEN INPUT MAILFD.
           IF MAIL-FILE-ST NOT = "00"
               MOVE 'REPLY FILE UNREADABLE' TO WS-OUTCOME
               EXIT SECTION
           END-IF.
           PERFORM UNTIL MAIL-FILE-ST NOT = "00"
                      OR WS-IN-HEADERS = 'N'
               READ MAILFD INTO MAIL-LINE
               IF MAIL-FILE-ST = "00"
                   IF MAIL-LINE = SPACE
                       MOVE 'N' TO WS-IN-HEADERS
                   ELSE
                       MOVE MAIL-LINE TO WS-UPPER
                       INSPECT WS-UPPER
                           CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
                       IF WS-UPPER(1:5) = 'FROM:' AND WS-FROM = SPACE
                           MOVE MAIL-LINE(6:) TO WS-FROM
                       END-IF
                       IF WS-UPPER(1:8) = 'SUBJECT:'
                          AND WS-SUBJECT = SPACE
                           MOVE MAIL-LINE(9:) TO WS-SUBJECT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MAILFD.
           EXIT.
      ************************************************************************
       220-EXTRACT-ID          SECTION.
      * FROM: MAY BE A BARE ADDRESS OR "NAME <ADDRESS>".  THE ID IS
      * THE FIRST [..] IN THE SUBJECT, WHATEVER RE:/FWD: THE MAIL
      * CLIENT PUT IN FRONT OF IT.
           IF WS-OUTCOME NOT = SPACE
               EXIT SECTION
           END-IF.
           MOVE SPACE TO WS-SENDER.
           MOVE 0 TO WS-TALLY.
           INSPECT WS-FROM TALLYING WS-TALLY FOR ALL '<'.
           IF WS-TALLY > 0
               MOVE SPACE TO WS-REST
               UNSTRING WS-FROM DELIMITED BY '<'
                   INTO WS-JUNK WS-REST
               UNSTRING WS-REST DELIMITED BY '>'
                   INTO WS-SENDER
           ELSE
               MOVE FUNCTION TRIM(WS-FROM) TO WS-SENDER
           END-IF.
           INSPECT WS-SENDER
               CONVERTING WS-UPPER-ALPHA TO WS-LOWER-ALPHA.
           MOVE SPACE TO WS-NOTE-ID.
           MOVE 0 TO WS-TALLY.
           INSPECT WS-SUBJECT TALLYING WS-TALLY FOR ALL '['.
           IF WS-TALLY > 0
               MOVE SPACE TO WS-REST
               UNSTRING WS-SUBJECT DELIMITED BY '['
                   INTO WS-JUNK WS-REST
               UNSTRING WS-REST DELIMITED BY ']'
                   INTO WS-NOTE-ID
           END-IF.
           IF WS-SENDER = SPACE
               MOVE 'NO SENDER ADDRESS' TO WS-OUTCOME
           END-IF.
           IF WS-NOTE-ID = SPACE
               MOVE 'NO NOTIFICATION ID IN SUBJECT' TO WS-OUTCOME
           END-IF.
           EXIT.
      ************************************************************************
       240-MOVE-FILE-DONE      SECTION.
           OPEN OUTPUT SCRIPTFD.
           MOVE SPACE TO SCRIPT-LINE.
           STRING 'mv '      DELIMITED BY SIZE
                  MAIL-FILE  DELIMITED BY SPACE
                  ' '        DELIMITED BY SIZE
                  WS-DONEDIR DELIMITED BY SPACE
                  '/'        DELIMITED BY SIZE
                  INTO SCRIPT-LINE
           END-STRING.
           WRITE SCRIPT-LINE.
           CLOSE SCRIPTFD.
           PERFORM 150-RUN-SCRIPT.
           EXIT.
      ************************************************************************
       250-MOVE-FILE-REJECT    SECTION.
           OPEN OUTPUT SCRIPTFD.
           MOVE SPACE TO SCRIPT-LINE.
           STRING 'mv '      DELIMITED BY SIZE
                  MAIL-FILE  DELIMITED BY SPACE
                  ' '        DELIMITED BY SIZE
                  WS-REJDIR  DELIMITED BY SPACE
                  '/'        DELIMITED BY SIZE
                  INTO SCRIPT-LINE
           END-STRING.
           WRITE SCRIPT-LINE.
           CLOSE SCRIPTFD.
           PERFORM 150-RUN-SCRIPT.
           EXIT.
      ************************************************************************
       300-MARK-ACKED          SECTION.
      * THE ENTRY WHOSE MAIL KEY (RECIPIENT-TIME) EQUALS THE ID IS
      * FLAGGED ACKED WITH THE REPLYING USER, TERMINAL EMAIL AND THE
      * PICKUP TIME, AS 720-MARK-ACKED IN THE NOTIFY WINDOWS DOES.
           MOVE 'NOTIFICATION ID NOT FOUND' TO WS-OUTCOME.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE NOT-FILE TO DB-FILELOCK-FILE.
           MOVE 'MAILACK' TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'pending register busy - reply left for retry'
               MOVE 'PENDING REGISTER BUSY' TO WS-OUTCOME
               EXIT SECTION
           END-IF.
           MOVE NOT-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           OPEN INPUT NOTFD.
           IF NOT-FILE-ST NOT = "00"
               PERFORM 355-RELEASE-PENDING
               EXIT SECTION
           END-IF.
           MOVE 0 TO KEEP-COUNT.
           OPEN OUTPUT KEEPFD.
           PERFORM UNTIL NOT-FILE-ST NOT = "00"
               READ NOTFD INTO NOT-LINE
               IF NOT-FILE-ST = "00" AND NOT-LINE NOT = SPACE
                  AND NOT-LINE(1:5) NOT = '*END|'
                   MOVE SPACE TO NOTE-REC
                   UNSTRING NOT-LINE DELIMITED BY '|'
                       INTO NOTE-RECIPIENT
                            NOTE-SEVERITY
                            NOTE-SUMMARY
                            NOTE-BODY
                            NOTE-TOPIC
                            NOTE-TIME
                            NOTE-STATUS
                            NOTE-ACKUSER
                            NOTE-ACKTERM
                            NOTE-ACKTIME
                   MOVE SPACE TO WS-NOTE-KEY
                   STRING NOTE-RECIPIENT DELIMITED BY SPACE
                          '-'            DELIMITED BY SIZE
                          NOTE-TIME      DELIMITED BY SPACE
                          INTO WS-NOTE-KEY
                   END-STRING
                   IF WS-NOTE-KEY = WS-NOTE-ID
                      AND WS-OUTCOME = 'NOTIFICATION ID NOT FOUND'
                       PERFORM 310-CHECK-AUTH
                       EVALUATE TRUE
                         WHEN WS-AUTH NOT = 'Y'
                           MOVE 'SENDER NOT AUTHORIZED' TO WS-OUTCOME
                         WHEN NOTE-STATUS = 'ACKED'
                           MOVE 'ALREADY ACKNOWLEDGED' TO WS-OUTCOME
                         WHEN OTHER
                           MOVE 'ACKED' TO WS-OUTCOME
                           MOVE 'ACKED' TO NOTE-STATUS
                           MOVE WS-ACK-USER TO NOTE-ACKUSER
                           MOVE 'EMAIL' TO NOTE-ACKTERM
                           MOVE WS-TIMESTAMP TO NOTE-ACKTIME
                           MOVE NOTE-SUMMARY TO WS-ACK-SUMMARY
                       END-EVALUATE
                   END-IF
                   PERFORM 330-WRITE-KEEP-LINE
               END-IF
           END-PERFORM.
           CLOSE NOTFD.
           MOVE SPACE TO KEEP-LINE.
           STRING '*END|'    DELIMITED BY SIZE
                  KEEP-COUNT DELIMITED BY SIZE
                  INTO KEEP-LINE
           END-STRING.
           WRITE KEEP-LINE.
           CLOSE KEEPFD.
           MOVE NOT-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           PERFORM 355-RELEASE-PENDING.
           EXIT.
      ************************************************************************
       310-CHECK-AUTH          SECTION.
      * THE SENDER MUST BE A USER ENTRY IN THE ADDRESS BOOK.  THAT
      * USER IS AUTHORIZED WHEN IT IS THE NOTIFICATION'S RECIPIENT,
      * OR WHEN THE SEND LOG SHOWS THE NOTIFICATION WAS MAILED TO
      * THAT VERY ADDRESS.
           MOVE 'N' TO WS-AUTH.
           MOVE SPACE TO WS-ACK-USER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > AD-NUM
               IF AD-TYPE(WS-IDX) = 'USER'
                  AND AD-ADDRESS(WS-IDX) = WS-SENDER
                   IF WS-ACK-USER = SPACE
                       MOVE AD-KEY(WS-IDX) TO WS-ACK-USER
                   END-IF
                   IF AD-KEY(WS-IDX) = NOTE-RECIPIENT
                       MOVE AD-KEY(WS-IDX) TO WS-ACK-USER
                       MOVE 'Y' TO WS-AUTH
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-AUTH = 'N' AND WS-ACK-USER NOT = SPACE
               PERFORM 320-CHECK-SEND-LOG
           END-IF.
           EXIT.
      ************************************************************************
       320-CHECK-SEND-LOG      SECTION.
           OPEN INPUT CHKFD.
           IF CHK-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL CHK-FILE-ST NOT = "00"
               READ CHKFD
               IF CHK-FILE-ST = "00" AND CHK-LINE NOT = SPACE
                   MOVE SPACE TO CHK-REC
                   UNSTRING CHK-LINE DELIMITED BY '|'
                       INTO CHK-TS
                            CHK-ADDR
                            CHK-KEY
                            CHK-STATUS
                   MOVE CHK-ADDR TO WS-CMP-ADDR
                   INSPECT WS-CMP-ADDR
                       CONVERTING WS-UPPER-ALPHA TO WS-LOWER-ALPHA
                   IF CHK-KEY = WS-NOTE-ID
                      AND WS-CMP-ADDR = WS-SENDER
                      AND CHK-STATUS = 'OK'
                       MOVE 'Y' TO WS-AUTH
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CHKFD.
           EXIT.
      ************************************************************************
       330-WRITE-KEEP-LINE     SECTION.
           MOVE SPACE TO KEEP-LINE.
           STRING NOTE-RECIPIENT DELIMITED BY SPACE
                  '|'            DELIMITED BY SIZE
                  NOTE-SEVERITY  DELIMITED BY SPACE
                  '|'            DELIMITED BY SIZE
                  NOTE-SUMMARY   DELIMITED BY '  '
                  '|'            DELIMITED BY SIZE
                  NOTE-BODY      DELIMITED BY '  '
                  '|'            DELIMITED BY SIZE
                  NOTE-TOPIC     DELIMITED BY SPACE
                  '|'            DELIMITED BY SIZE
                  NOTE-TIME      DELIMITED BY SPACE
                  '|'            DELIMITED BY SIZE
                  NOTE-STATUS    DELIMITED BY SPACE
                  '|'            DELIMITED BY SIZE
                  NOTE-ACKUSER   DELIMITED BY SPACE
                  '|'            DELIMITED BY SIZE
                  NOTE-ACKTERM   DELIMITED BY SPACE
                  '|'            DELIMITED BY SIZE
                  NOTE-ACKTIME   DELIMITED BY SPACE
                  INTO KEEP-LINE
           END-STRING.
           WRITE KEEP-LINE.
           ADD 1 TO KEEP-COUNT.
           EXIT.
      ************************************************************************
       340-RECORD-ACK-LOG      SECTION.
           OPEN EXTEND ACKFD.
           IF ACK-FILE-ST = "05" OR "35"
               OPEN OUTPUT ACKFD
           END-IF.
           IF ACK-FILE-ST NOT = "00"
               DISPLAY 'cannot open acknowledgment file'
           ELSE
               MOVE SPACE TO ACK-LINE
               STRING WS-TIMESTAMP      DELIMITED BY SPACE
                      '|'               DELIMITED BY SIZE
                      WS-ACK-USER       DELIMITED BY SPACE
                      '|EMAIL|'         DELIMITED BY SIZE
                      WS-ACK-SUMMARY    DELIMITED BY '  '
                      INTO ACK-LINE
               END-STRING
               WRITE ACK-LINE
               CLOSE ACKFD
           END-IF.
           EXIT.
      ************************************************************************
       355-RELEASE-PENDING     SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE NOT-FILE TO DB-FILELOCK-FILE.
           MOVE 'MAILACK' TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       400-WRITE-EXCEPTION     SECTION.
           MOVE SPACE TO RPT-LINE.
           STRING WS-FNAME     DELIMITED BY SPACE
                  ' / '        DELIMITED BY SIZE
                  WS-SENDER    DELIMITED BY SPACE
                  ' / '        DELIMITED BY SIZE
                  WS-NOTE-ID   DELIMITED BY SPACE
                  ' / '        DELIMITED BY SIZE
                  WS-OUTCOME   DELIMITED BY '  '
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'MAILACK' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
