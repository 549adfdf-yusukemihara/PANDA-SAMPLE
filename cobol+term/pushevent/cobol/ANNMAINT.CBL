      * BROADCASTS IN ADVANCE WITH A DELIVERY DATE/TIME AND AN
      * OPTIONAL RECURRENCE (NONE, DAILY OR WEEKLY); THE ANNOUNCE
      * BATCH SENDS EACH ONE THROUGH THE JOURNALED PUSH PATH WHEN
      * ITS TIME ARRIVES.  A BROADCAST MAY NAME THE LOCATION IT IS
      * FOR, IN WHICH CASE THE DELIVERY TIME IS THAT SITE'S LOCAL
      * TIME; WITHOUT ONE IT IS THE REFERENCE TIME.
      * REGISTER LAYOUT: ID|TOPIC|TEXT|DUE|RECUR|STATUS|LOCATION.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       DATA                DIVISION.
       FILE                SECTION.
           FD  ANNFD.
           01  ANN-LINE            PIC X(200).
       WORKING-STORAGE     SECTION.
            COPY    "DB-JOBID".
            COPY    "DB-TZCONV".
       01  ANN-FILE            PIC X(80)
                               VALUE './cobol/announcements.dat'.
       01  ANN-FILE-ST         PIC X(02).
               10  DB-ANN-DUE          PIC X(14).
               10  DB-ANN-RECUR        PIC X(8).
               10  DB-ANN-STATUS       PIC X(10).
               10  DB-ANN-LOC          PIC X(20).
       01  WS-IDX              PIC 9(4).
       01  WS-SEL-IDX          PIC 9(4).
       LINKAGE                 SECTION.
               MOVE DB-ANN-TEXT(ANTROW)  TO SCR-ANTEXT
               MOVE DB-ANN-DUE(ANTROW)   TO SCR-ANDUE
               MOVE DB-ANN-RECUR(ANTROW) TO SCR-ANRECUR
               MOVE DB-ANN-LOC(ANTROW)   TO SCR-ANLOC
           END-IF.
           MOVE SPACE TO SCR-ANMSG.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
               PERFORM 090-SHOW
               EXIT SECTION
           END-IF.
           IF SCR-ANLOC = LOW-VALUE
               MOVE SPACE TO SCR-ANLOC
           END-IF.
           IF SCR-ANLOC NOT = SPACE
               INITIALIZE DB-TZCONV
               MOVE 'NOW' TO DB-TZCONV-FUNC
               MOVE SCR-ANLOC TO DB-TZCONV-LOCATION
               CALL 'TZCONV' USING DB-TZCONV
               IF DB-TZCONV-RC = 1
                   MOVE 'no time zone on file for that location'
                       TO SCR-ANMSG
                   PERFORM 090-SHOW
                   EXIT SECTION
               END-IF
           END-IF.
           IF DB-ANN-NUM >= 50
               MOVE 'announcement register is full' TO SCR-ANMSG
               PERFORM 090-SHOW
           MOVE SCR-ANDUE      TO DB-ANN-DUE(WS-SEL-IDX).
           MOVE SCR-ANRECUR    TO DB-ANN-RECUR(WS-SEL-IDX).
           MOVE 'PENDING'      TO DB-ANN-STATUS(WS-SEL-IDX).
           MOVE SCR-ANLOC      TO DB-ANN-LOC(WS-SEL-IDX).
           PERFORM 200-SAVE-ANNOUNCEMENTS.
           MOVE 'announcement scheduled' TO SCR-ANMSG.
           PERFORM 090-SHOW.
                   READ ANNFD INTO ANN-LINE
                   IF ANN-FILE-ST = "00" AND ANN-LINE NOT = SPACE
                       ADD 1 TO DB-ANN-NUM
                       MOVE SPACE TO DB-ANN-ENTRY(DB-ANN-NUM)
                       UNSTRING ANN-LINE DELIMITED BY '|'
                           INTO DB-ANN-ID(DB-ANN-NUM)
                                DB-ANN-TOPIC(DB-ANN-NUM)
                                DB-ANN-DUE(DB-ANN-NUM)
                                DB-ANN-RECUR(DB-ANN-NUM)
                                DB-ANN-STATUS(DB-ANN-NUM)
                                DB-ANN-LOC(DB-ANN-NUM)
                   END-IF
               END-PERFORM
               CLOSE ANNFD
                      DB-ANN-RECUR(WS-IDX)  DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      DB-ANN-STATUS(WS-IDX) DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      DB-ANN-LOC(WS-IDX)    DELIMITED BY '  '
                      INTO ANN-LINE
               END-STRING
               WRITE ANN-LINE
               STRING DB-ANN-TOPIC(WS-IDX) DELIMITED BY SPACE
                      ' '                  DELIMITED BY SIZE
                      DB-ANN-RECUR(WS-IDX) DELIMITED BY SPACE
                      ' '                  DELIMITED BY SIZE
                      DB-ANN-LOC(WS-IDX)   DELIMITED BY '  '
                      INTO ANCELL2(ANROWCNT)
               END-STRING
               MOVE SPACE TO ANCELL3(ANROWCNT)
