      * WE ACTUALLY WROTE: A CLEAN MATCH AUTO-CONFIRMS THE FEED,
      * ANY DISAGREEMENT LANDS ON THE EXCEPTION REPORT.  PROCESSED
      * ACKS MOVE TO THE ACK HISTORY LOG AND THE INPUT IS CLEARED.
      * SEQUENCES RUN PER PARTNER, SO A PARTNER ACK CARRIES ITS
      * PARTNER NAME AS A FIFTH FIELD; AN ACK WITHOUT ONE MATCHES
      * THE UNMAPPED FEED-<SEQ>.XML STREAM.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       DATA                DIVISION.
       FILE                SECTION.
           FD  ACKFD.
           01  ACK-LINE            PIC X(120).
           FD  REGFD.
           01  REG-LINE            PIC X(200).
           FD  FEEDFD.
           01  FEED-LINE           PIC X(1000).
           FD  HISTFD.
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
       01  ACK-FILE            PIC X(80)
                               VALUE './cobol/feed-acks.dat'.
       01  ACK-FILE-ST         PIC X(02).
       01  REG-FILE            PIC X(80)
                               VALUE './cobol/feed-register.dat'.
       01  REG-FILE-ST         PIC X(02).
       01  FEED-FILE           PIC X(80).
       01  FEED-FILE-ST        PIC X(02).
       01  HIST-FILE           PIC X(80)
                               VALUE './cobol/feed-ack-history.log'.
           05  REG-NUM             PIC 9(3).
           05  REG-ENTRY OCCURS 100 TIMES.
               10  REG-SEQ         PIC 9(6).
               10  REG-NAME        PIC X(50).
               10  REG-TS          PIC X(21).
               10  REG-STATUS      PIC X(10).
               10  REG-PARTNER     PIC X(20).
               10  REG-COUNT       PIC 9(6).
               10  REG-HASH        PIC 9(9).
       01  ACK-REC.
           05  ACK-SEQ             PIC 9(6).
           05  ACK-COUNT           PIC 9(6).
           05  ACK-HASH            PIC 9(9).
           05  ACK-PARTNER-TS      PIC X(21).
           05  ACK-PARTNER         PIC X(20).
       01  WS-TRL-COUNT        PIC 9(6).
       01  WS-TRL-HASH         PIC 9(9).
       01  WS-TRL-FOUND        PIC X(1).
               MOVE 'no acknowledgments received' TO RPT-LINE
               WRITE RPT-LINE
               CLOSE RPTFD
               PERFORM 980-FILE-REPORT
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ACK-FILE-ST NOT = "00"
               READ ACKFD INTO ACK-LINE
               IF ACK-FILE-ST = "00" AND ACK-LINE NOT = SPACE
                   MOVE SPACE TO ACK-PARTNER-TS ACK-PARTNER
                   MOVE 0 TO ACK-SEQ ACK-COUNT ACK-HASH
                   UNSTRING ACK-LINE DELIMITED BY '|'
                       INTO ACK-SEQ
                            ACK-COUNT
                            ACK-HASH
                            ACK-PARTNER-TS
                            ACK-PARTNER
                   PERFORM 200-MATCH-ONE-ACK
                   PERFORM 400-LOG-ACK
               END-IF
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           IF WS-CONFIRMED > 0
               PERFORM 300-SAVE-REGISTER
           END-IF.
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
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > REG-NUM
               IF REG-SEQ(WS-IDX) = ACK-SEQ
                  AND REG-PARTNER(WS-IDX) = ACK-PARTNER
                   MOVE WS-IDX TO WS-REG-IDX
                   EXIT PERFORM
               END-IF
           MOVE 'N' TO WS-TRL-FOUND.
           MOVE 0 TO WS-TRL-COUNT WS-TRL-HASH.
           MOVE SPACE TO FEED-FILE.
           STRING './cobol/'              DELIMITED BY SIZE
                  REG-NAME(WS-REG-IDX)    DELIMITED BY SPACE
                  INTO FEED-FILE
           END-STRING.
           OPEN INPUT FEEDFD.
           MOVE SPACE TO RPT-LINE.
           STRING 'SEQ '        DELIMITED BY SIZE
                  ACK-SEQ       DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  ACK-PARTNER   DELIMITED BY SPACE
                  ' count '     DELIMITED BY SIZE
                  ACK-COUNT     DELIMITED BY SIZE
                  ' hash '      DELIMITED BY SIZE
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
                      ACK-HASH       DELIMITED BY SIZE
                      '|'            DELIMITED BY SIZE
                      WS-VERDICT     DELIMITED BY '  '
                      '|'            DELIMITED BY SIZE
                      ACK-PARTNER    DELIMITED BY SPACE
                      INTO HIST-LINE
               END-STRING
               WRITE HIST-LINE
               CLOSE HISTFD
           END-IF.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'FEEDACK' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
