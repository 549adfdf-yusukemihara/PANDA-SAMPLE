      ******************************************************************
      * APPLICATION INQUIRY.  SEARCHES THE APPLICATION REGISTER
      * WRITTEN AT WIZARD SUBMIT BY APPLICATION NUMBER, SUBMITTING
      * USER AND DATE; EMPTY CRITERIA MATCH EVERYTHING.  EACH MATCH
      * SHOWS ITS REVIEW STATUS AND REVIEWER.  WHEN ONE APPLICATION
      * MATCHES, OR ONE IS PICKED FROM THE LIST, ITS STATUS HISTORY
      * FROM THE REVIEW WORK QUEUE IS SHOWN UNDER IT.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           SELECT APPFD    ASSIGN TO APP-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APP-FILE-ST.
           SELECT AHSFD    ASSIGN TO AHS-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AHS-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  APPFD.
           01  APP-LINE            PIC X(300).
           FD  AHSFD.
           01  AHS-LINE            PIC X(200).
       WORKING-STORAGE     SECTION.
       01  APP-FILE            PIC X(80)
                               VALUE './cobol/applications.dat'.
       01  APP-FILE-ST         PIC X(02).
       01  AHS-FILE            PIC X(80)
                               VALUE './cobol/application-history.dat'.
       01  AHS-FILE-ST         PIC X(02).
       01  APP-REC.
           05  APP-ID              PIC X(16).
           05  APP-USER            PIC X(20).
           05  APP-TS              PIC X(21).
           05  APP-NAME            PIC X(20).
           05  APP-R1BOOL          PIC X(5).
           05  APP-R4BOOL          PIC X(5).
           05  APP-DETAIL          PIC X(60).
           05  APP-COUNT41         PIC X(10).
           05  APP-COUNT51         PIC X(10).
           05  APP-COUNT52         PIC X(10).
           05  APP-STATUS          PIC X(16).
           05  APP-REVIEWER        PIC X(20).
           05  APP-DECIDED         PIC X(8).
       01  AHS-REC.
           05  AHS-ID              PIC X(16).
           05  AHS-TS              PIC X(21).
           05  AHS-FROM            PIC X(16).
           05  AHS-TO              PIC X(16).
           05  AHS-BY              PIC X(20).
           05  AHS-REVIEWER        PIC X(20).
           05  AHS-NOTE            PIC X(40).
       01  WS-MATCH            PIC X(1).
       01  WS-HIST-ID          PIC X(16).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO    'searchbutton'
               PERFORM 020-SEARCH
             WHEN     'PUTG'           ALSO    'aqtable'
               PERFORM 030-SHOW-HISTORY
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE AQTABLE.
           MOVE 2 TO AQTROWATTR.
           INITIALIZE AHTABLE.
           MOVE 2 TO AHTROWATTR.
           MOVE SPACE TO SCR-AQMSG.
           MOVE SPACE TO SCR-AQID.
           MOVE SPACE TO SCR-AQUSER.
       020-SEARCH              SECTION.
           INITIALIZE AQTABLE.
           MOVE 2 TO AQTROWATTR.
           INITIALIZE AHTABLE.
           MOVE 2 TO AHTROWATTR.
           MOVE SPACE TO SCR-AQMSG.
           OPEN INPUT APPFD.
           IF APP-FILE-ST NOT = "00"
                                APP-USER
                                APP-TS
                                APP-NAME
                                APP-R1BOOL
                                APP-R4BOOL
                                APP-DETAIL
                                APP-COUNT41
                                APP-COUNT51
                                APP-COUNT52
                                APP-STATUS
                                APP-REVIEWER
                                APP-DECIDED
                       IF APP-STATUS = SPACE
                           MOVE 'RECEIVED' TO APP-STATUS
                       END-IF
                       PERFORM 100-MATCH-RECORD
                       IF WS-MATCH = 'Y'
                           ADD 1 TO AQROWCNT
                           MOVE APP-ID   TO AQCELL1(AQROWCNT)
                           MOVE SPACE TO AQCELL2(AQROWCNT)
                           STRING APP-USER     DELIMITED BY SPACE
                                  ' '          DELIMITED BY SIZE
                                  APP-STATUS   DELIMITED BY SPACE
                                  ' '          DELIMITED BY SIZE
                                  APP-REVIEWER DELIMITED BY SPACE
                                  INTO AQCELL2(AQROWCNT)
                           END-STRING
                           MOVE SPACE TO AQCELL3(AQROWCNT)
                           STRING APP-TS(1:14) DELIMITED BY SIZE
                                  ' '          DELIMITED BY SIZE
               IF AQROWCNT = ZERO
                   MOVE 'no matching applications' TO SCR-AQMSG
               END-IF
               IF AQROWCNT = 1
                   MOVE AQCELL1(1) TO WS-HIST-ID
                   PERFORM 200-LOAD-HISTORY
               END-IF
           END-IF.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'appinq'     TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-SHOW-HISTORY        SECTION.
           INITIALIZE AHTABLE.
           MOVE 2 TO AHTROWATTR.
           MOVE SPACE TO SCR-AQMSG.
           IF AQTROW = ZERO OR AQTROW > AQROWCNT
               MOVE 'select an application first' TO SCR-AQMSG
           ELSE
               MOVE AQCELL1(AQTROW) TO WS-HIST-ID
               PERFORM 200-LOAD-HISTORY
           END-IF.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'appinq'     TO  MCP-WINDOW.
               MOVE 'N' TO WS-MATCH
           END-IF.
           EXIT.
      ************************************************************************
       200-LOAD-HISTORY        SECTION.
      * THE STATUS HISTORY OF APPLICATION WS-HIST-ID, OLDEST FIRST:
      * WHEN, FROM > TO, AND WHO CHANGED IT WITH THEIR NOTE.
           OPEN INPUT AHSFD.
           IF AHS-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL AHS-FILE-ST NOT = "00"
                      OR AHROWCNT >= 50
               READ AHSFD INTO AHS-LINE
               IF AHS-FILE-ST = "00" AND AHS-LINE NOT = SPACE
                   MOVE SPACE TO AHS-REC
                   UNSTRING AHS-LINE DELIMITED BY '|'
                       INTO AHS-ID
                            AHS-TS
                            AHS-FROM
                            AHS-TO
                            AHS-BY
                            AHS-REVIEWER
                            AHS-NOTE
                   IF AHS-ID = WS-HIST-ID
                       ADD 1 TO AHROWCNT
                       MOVE AHS-TS(1:14) TO AHCELL1(AHROWCNT)
                       MOVE SPACE TO AHCELL2(AHROWCNT)
                       STRING AHS-FROM     DELIMITED BY SPACE
                              ' > '        DELIMITED BY SIZE
                              AHS-TO       DELIMITED BY SPACE
                              ' '          DELIMITED BY SIZE
                              AHS-BY       DELIMITED BY SPACE
                              INTO AHCELL2(AHROWCNT)
                       END-STRING
                       MOVE AHS-NOTE TO AHCELL3(AHROWCNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AHSFD.
           EXIT.
      ************************************************************************
       900-PUT-WINDOW          SECTION.
           CALL 'BANNER' USING
