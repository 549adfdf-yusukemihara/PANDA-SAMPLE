       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         NBSEARCH.
      ******************************************************************
      * SHIFT LOG SEARCH.  LOOKS FOR WORDS (EVERY WORD MUST APPEAR)
      * OR A "QUOTED PHRASE" IN THE TEXT OF ALL THREE TABS, BOTH IN
      * THE CURRENT NOTEBOOK PAGES (THE NOTEBOOK CHECKPOINTS) AND IN
      * EVERY SAVED VERSION ON THE VERSION HISTORY, OPTIONALLY FOR
      * ONE AUTHOR AND A YYYYMMDD DATE RANGE.  MATCHES ARE LISTED
      * NEWEST FIRST WITH PAGE, TAB, AUTHOR, TIMESTAMP AND A SNIPPET
      * AROUND THE HIT; CLICKING ONE SHOWS THAT PAGE OR HISTORICAL
      * VERSION IN THE READ-ONLY VIEWER.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT VERFD    ASSIGN TO VER-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS VER-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  VERFD.
           01  VER-LINE            PIC X(200).
       WORKING-STORAGE     SECTION.
            COPY    "DB-CHECKPT".
       01  VER-FILE            PIC X(80)
                               VALUE './cobol/notebook-versions.dat'.
       01  VER-FILE-ST         PIC X(02).
       01  VER-REC.
           05  VER-USER            PIC X(20).
           05  VER-PAGE            PIC 9(1).
           05  VER-TS              PIC X(21).
           05  VER-STATE           PIC X(130).
       01  WS-LINE-NO          PIC 9(6).
       01  WS-WANT-NO          PIC 9(6).
      * THE TEXT OF ONE PAGE BEING SEARCHED OR SHOWN.
       01  WS-PAGE.
           05  WS-PG-SOURCE        PIC X(1).
           05  WS-PG-NO            PIC 9(6).
           05  WS-PG-USER          PIC X(20).
           05  WS-PG-PAGE          PIC 9(1).
           05  WS-PG-TS            PIC X(21).
           05  WS-PG-TAB           PIC X(40) OCCURS 3 TIMES.
       01  WS-TAB-IDX          PIC 9(1).
       01  WS-QUERY            PIC X(40).
       01  WS-TERMS.
           05  WS-TERM-NUM         PIC 9(1).
           05  WS-TERM             PIC X(40) OCCURS 5 TIMES.
           05  WS-TERM-LEN         PIC 9(2)  OCCURS 5 TIMES.
       01  WS-SPLIT.
           05  WS-SPLIT-WORD       PIC X(40) OCCURS 5 TIMES.
       01  WS-T-IDX            PIC 9(1).
       01  WS-UTEXT            PIC X(40).
       01  WS-POS              PIC 9(2).
       01  WS-FIRST-POS        PIC 9(2).
       01  WS-MATCHED          PIC X(1).
       01  WS-SNIP-FROM        PIC 9(2).
      * MATCHES COLLECTED BEFORE SORTING; WHEN FULL THE OLDEST
      * VERSION HIT MAKES ROOM, SINCE VERSIONS ARE READ OLDEST FIRST.
       01  HIT-TABLE.
           05  HIT-NUM             PIC 9(3).
           05  HIT-ENTRY OCCURS 200 TIMES.
               10  HIT-TS          PIC X(21).
               10  HIT-REF         PIC X(10).
               10  HIT-CELL1       PIC X(40).
               10  HIT-CELL2       PIC X(40).
               10  HIT-CELL3       PIC X(40).
       01  WS-SWAP-HIT         PIC X(151).
       01  WS-HITS-SEEN        PIC 9(5).
       01  WS-IDX              PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-K                PIC 9(4).
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
           DISPLAY 'nbsearch widget:' MCP-WIDGET
           EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO    'searchbutton'
               PERFORM 030-SEARCH
             WHEN     'PUTG'           ALSO    'nstable'
               PERFORM 040-OPEN-RESULT
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-INIT                SECTION.
           MOVE SPACE TO SCR-NSQUERY SCR-NSUSER SCR-NSFROM SCR-NSTO.
           INITIALIZE NSTABLE.
           MOVE 2 TO NSTROWATTR.
           PERFORM 060-CLEAR-VIEWER.
           MOVE SPACE TO SCR-NSMSG.
           MOVE   'NEW'         TO  MCP-PUTTYPE.
           MOVE   'nbsearch'    TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-SEARCH              SECTION.
           INITIALIZE NSTABLE.
           MOVE 2 TO NSTROWATTR.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
               MOVE SPACE TO NSREF(WS-IDX)
           END-PERFORM.
           PERFORM 060-CLEAR-VIEWER.
           MOVE SPACE TO SCR-NSMSG.
           PERFORM 100-PARSE-QUERY.
           IF WS-TERM-NUM = ZERO
               MOVE 'enter words or a "phrase" to search for'
                   TO SCR-NSMSG
               PERFORM 090-SHOW
               EXIT SECTION
           END-IF.
           IF (SCR-NSFROM NOT = SPACE AND SCR-NSFROM NOT NUMERIC)
              OR (SCR-NSTO NOT = SPACE AND SCR-NSTO NOT NUMERIC)
               MOVE 'dates are entered as YYYYMMDD' TO SCR-NSMSG
               PERFORM 090-SHOW
               EXIT SECTION
           END-IF.
           MOVE 0 TO HIT-NUM.
           MOVE 0 TO WS-HITS-SEEN.
           PERFORM 200-SCAN-VERSIONS.
           PERFORM 250-SCAN-CURRENT.
           PERFORM 300-SORT-HITS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > HIT-NUM OR WS-IDX > 50
               ADD 1 TO NSROWCNT
               MOVE HIT-CELL1(WS-IDX) TO NSCELL1(NSROWCNT)
               MOVE HIT-CELL2(WS-IDX) TO NSCELL2(NSROWCNT)
               MOVE HIT-CELL3(WS-IDX) TO NSCELL3(NSROWCNT)
               MOVE HIT-REF(WS-IDX)   TO NSREF(NSROWCNT)
           END-PERFORM.
           IF WS-HITS-SEEN = ZERO
               MOVE 'no matches' TO SCR-NSMSG
           ELSE
               IF WS-HITS-SEEN NOT > NSROWCNT
                   STRING WS-HITS-SEEN     DELIMITED BY SIZE
                          ' matches'       DELIMITED BY SIZE
                          INTO SCR-NSMSG
                   END-STRING
               ELSE
                   STRING WS-HITS-SEEN     DELIMITED BY SIZE
                          ' matches - newest '
                                           DELIMITED BY SIZE
                          NSROWCNT         DELIMITED BY SIZE
                          ' shown'         DELIMITED BY SIZE
                          INTO SCR-NSMSG
                   END-STRING
               END-IF
           END-IF.
           PERFORM 090-SHOW.
           EXIT.
      ************************************************************************
       040-OPEN-RESULT         SECTION.
      * THE ROW'S REFERENCE IS C OR V, THE CHECKPOINT OR HISTORY
      * LINE NUMBER, AND THE TAB THAT MATCHED.
           PERFORM 060-CLEAR-VIEWER.
           IF NSTROW = ZERO OR NSTROW > NSROWCNT
              OR NSREF(NSTROW) = SPACE
               MOVE 'select a match first' TO SCR-NSMSG
               PERFORM 090-SHOW
               EXIT SECTION
           END-IF.
           MOVE NSREF(NSTROW)(2:6) TO WS-WANT-NO.
           MOVE SPACE TO WS-PAGE.
           IF NSREF(NSTROW)(1:1) = 'V'
               PERFORM 420-READ-VERSION
           ELSE
               PERFORM 430-READ-CURRENT
           END-IF.
           IF WS-PG-SOURCE = SPACE
               MOVE 'that entry is no longer on file - search again'
                   TO SCR-NSMSG
               PERFORM 090-SHOW
               EXIT SECTION
           END-IF.
           MOVE WS-PG-TAB(1) TO SCR-NSVTAB1.
           MOVE WS-PG-TAB(2) TO SCR-NSVTAB2.
           MOVE WS-PG-TAB(3) TO SCR-NSVTAB3.
           MOVE SPACE TO SCR-NSVHDR.
           IF WS-PG-SOURCE = 'V'
               STRING 'version of page '   DELIMITED BY SIZE
                      WS-PG-PAGE           DELIMITED BY SIZE
                      ' saved by '         DELIMITED BY SIZE
                      WS-PG-USER           DELIMITED BY SPACE
                      ' at '               DELIMITED BY SIZE
                      WS-PG-TS(1:12)       DELIMITED BY SIZE
                      ' - read-only'       DELIMITED BY SIZE
                      INTO SCR-NSVHDR
               END-STRING
           ELSE
               STRING 'current page '      DELIMITED BY SIZE
                      WS-PG-PAGE           DELIMITED BY SIZE
                      ' of '               DELIMITED BY SIZE
                      WS-PG-USER           DELIMITED BY SPACE
                      ' as of '            DELIMITED BY SIZE
                      WS-PG-TS(1:12)       DELIMITED BY SIZE
                      ' - read-only'       DELIMITED BY SIZE
                      INTO SCR-NSVHDR
               END-STRING
           END-IF.
           MOVE SPACE TO SCR-NSMSG.
           STRING 'match on tab '          DELIMITED BY SIZE
                  NSREF(NSTROW)(8:1)       DELIMITED BY SIZE
                  INTO SCR-NSMSG
           END-STRING.
           PERFORM 090-SHOW.
           EXIT.
      ************************************************************************
       060-CLEAR-VIEWER        SECTION.
           MOVE SPACE TO SCR-NSVHDR.
           MOVE SPACE TO SCR-NSVTAB1 SCR-NSVTAB2 SCR-NSVTAB3.
           EXIT.
      ************************************************************************
       090-SHOW                SECTION.
           MOVE   'PUTG'        TO  MCP-PUTTYPE.
           MOVE   'nbsearch'    TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-PARSE-QUERY         SECTION.
      * MATCHING IGNORES CASE.  A QUERY IN DOUBLE QUOTES IS ONE
      * PHRASE; OTHERWISE UP TO FIVE WORDS, ALL OF WHICH MUST APPEAR.
           MOVE SPACE TO WS-TERMS.
           MOVE 0 TO WS-TERM-NUM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SCR-NSQUERY))
               TO WS-QUERY.
           IF WS-QUERY = SPACE
               EXIT SECTION
           END-IF.
           IF WS-QUERY(1:1) = '"'
               UNSTRING WS-QUERY(2:) DELIMITED BY '"'
                   INTO WS-TERM(1)
               IF WS-TERM(1) NOT = SPACE
                   MOVE 1 TO WS-TERM-NUM
               END-IF
           ELSE
               MOVE SPACE TO WS-SPLIT
               UNSTRING WS-QUERY DELIMITED BY ALL SPACE
                   INTO WS-SPLIT-WORD(1)
                        WS-SPLIT-WORD(2)
                        WS-SPLIT-WORD(3)
                        WS-SPLIT-WORD(4)
                        WS-SPLIT-WORD(5)
               PERFORM VARYING WS-T-IDX FROM 1 BY 1
                         UNTIL WS-T-IDX > 5
                   IF WS-SPLIT-WORD(WS-T-IDX) NOT = SPACE
                       ADD 1 TO WS-TERM-NUM
                       MOVE WS-SPLIT-WORD(WS-T-IDX)
                           TO WS-TERM(WS-TERM-NUM)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                     UNTIL WS-T-IDX > WS-TERM-NUM
               COMPUTE WS-TERM-LEN(WS-T-IDX) = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-TERM(WS-T-IDX) TRAILING))
           END-PERFORM.
           EXIT.
      ************************************************************************
       200-SCAN-VERSIONS       SECTION.
      * VERSION HISTORY: USER|PAGE|TIMESTAMP|TAB1~TAB2~TAB3.
           MOVE 0 TO WS-LINE-NO.
           OPEN INPUT VERFD.
           IF VER-FILE-ST NOT = '00'
               EXIT SECTION
           END-IF.
           PERFORM UNTIL VER-FILE-ST NOT = '00'
               READ VERFD INTO VER-LINE
               IF VER-FILE-ST = '00'
                   ADD 1 TO WS-LINE-NO
                   IF VER-LINE NOT = SPACE
                       PERFORM 210-VERSION-TO-PAGE
                       PERFORM 400-SEARCH-PAGE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE VERFD.
           EXIT.
      ************************************************************************
       210-VERSION-TO-PAGE     SECTION.
           MOVE SPACE TO VER-REC.
           MOVE 0 TO VER-PAGE.
           UNSTRING VER-LINE DELIMITED BY '|'
               INTO VER-USER
                    VER-PAGE
                    VER-TS
                    VER-STATE.
           MOVE SPACE TO WS-PAGE.
           MOVE 'V'        TO WS-PG-SOURCE.
           MOVE WS-LINE-NO TO WS-PG-NO.
           MOVE VER-USER   TO WS-PG-USER.
           MOVE VER-PAGE   TO WS-PG-PAGE.
           MOVE VER-TS     TO WS-PG-TS.
           UNSTRING VER-STATE DELIMITED BY '~'
               INTO WS-PG-TAB(1)
                    WS-PG-TAB(2)
                    WS-PG-TAB(3).
           EXIT.
      ************************************************************************
       250-SCAN-CURRENT        SECTION.
      * EACH USER'S OPEN PAGE IS HELD ON THE NOTEBOOK CHECKPOINT:
      * PAGE~TAB1~TAB2~TAB3.
           MOVE 0 TO WS-LINE-NO.
           PERFORM UNTIL WS-LINE-NO >= 999
               INITIALIZE DB-CHECKPT
               MOVE 'SCAN' TO DB-CHECKPT-FUNC
               MOVE 'NOTEBOOK472' TO DB-CHECKPT-PROGRAM
               COMPUTE DB-CHECKPT-IDX = WS-LINE-NO + 1
               CALL 'CHECKPT' USING DB-CHECKPT
               IF DB-CHECKPT-RC NOT = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-LINE-NO
               PERFORM 260-CHECKPOINT-TO-PAGE
               PERFORM 400-SEARCH-PAGE
           END-PERFORM.
           EXIT.
      ************************************************************************
       260-CHECKPOINT-TO-PAGE  SECTION.
           MOVE SPACE TO WS-PAGE.
           MOVE 'C'             TO WS-PG-SOURCE.
           MOVE WS-LINE-NO      TO WS-PG-NO.
           MOVE DB-CHECKPT-USER TO WS-PG-USER.
           MOVE 1               TO WS-PG-PAGE.
           IF DB-CHECKPT-STATE(1:1) NUMERIC
               MOVE DB-CHECKPT-STATE(1:1) TO WS-PG-PAGE
           END-IF.
           MOVE DB-CHECKPT-TS   TO WS-PG-TS.
           UNSTRING DB-CHECKPT-STATE(3:) DELIMITED BY '~'
               INTO WS-PG-TAB(1)
                    WS-PG-TAB(2)
                    WS-PG-TAB(3).
           EXIT.
      ************************************************************************
       300-SORT-HITS           SECTION.
           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J >= HIT-NUM
               PERFORM VARYING WS-K FROM 1 BY 1
                         UNTIL WS-K >= HIT-NUM
                   IF HIT-TS(WS-K) < HIT-TS(WS-K + 1)
                       MOVE HIT-ENTRY(WS-K) TO WS-SWAP-HIT
                       MOVE HIT-ENTRY(WS-K + 1) TO HIT-ENTRY(WS-K)
                       MOVE WS-SWAP-HIT TO HIT-ENTRY(WS-K + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.
      ************************************************************************
       400-SEARCH-PAGE         SECTION.
           IF SCR-NSUSER NOT = SPACE
              AND WS-PG-USER NOT = SCR-NSUSER
               EXIT SECTION
           END-IF.
           IF SCR-NSFROM NOT = SPACE
              AND WS-PG-TS(1:8) < SCR-NSFROM
               EXIT SECTION
           END-IF.
           IF SCR-NSTO NOT = SPACE
              AND WS-PG-TS(1:8) > SCR-NSTO
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                     UNTIL WS-TAB-IDX > 3
               PERFORM 410-MATCH-TAB
               IF WS-MATCHED = 'Y'
                   PERFORM 415-ADD-HIT
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       410-MATCH-TAB           SECTION.
           MOVE 'N' TO WS-MATCHED.
           MOVE FUNCTION UPPER-CASE(WS-PG-TAB(WS-TAB-IDX))
               TO WS-UTEXT.
           IF WS-UTEXT = SPACE
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                     UNTIL WS-T-IDX > WS-TERM-NUM
               MOVE 0 TO WS-POS
               INSPECT WS-UTEXT TALLYING WS-POS FOR CHARACTERS
                   BEFORE INITIAL
                   WS-TERM(WS-T-IDX)(1:WS-TERM-LEN(WS-T-IDX))
               IF WS-POS >= 40
                   EXIT SECTION
               END-IF
               IF WS-T-IDX = 1
                   MOVE WS-POS TO WS-FIRST-POS
               END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-MATCHED.
           EXIT.
      ************************************************************************
       415-ADD-HIT             SECTION.
           ADD 1 TO WS-HITS-SEEN.
           IF HIT-NUM >= 200
               PERFORM VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX >= HIT-NUM
                   MOVE HIT-ENTRY(WS-IDX + 1) TO HIT-ENTRY(WS-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO HIT-NUM
           END-IF.
           MOVE SPACE TO HIT-ENTRY(HIT-NUM).
           MOVE WS-PG-TS TO HIT-TS(HIT-NUM).
           STRING WS-PG-SOURCE  DELIMITED BY SIZE
                  WS-PG-NO      DELIMITED BY SIZE
                  WS-TAB-IDX    DELIMITED BY SIZE
                  INTO HIT-REF(HIT-NUM)
           END-STRING.
           IF WS-PG-SOURCE = 'V'
               STRING 'version  page ' DELIMITED BY SIZE
                      WS-PG-PAGE       DELIMITED BY SIZE
                      ' tab '          DELIMITED BY SIZE
                      WS-TAB-IDX       DELIMITED BY SIZE
                      INTO HIT-CELL1(HIT-NUM)
               END-STRING
           ELSE
               STRING 'current  page ' DELIMITED BY SIZE
                      WS-PG-PAGE       DELIMITED BY SIZE
                      ' tab '          DELIMITED BY SIZE
                      WS-TAB-IDX       DELIMITED BY SIZE
                      INTO HIT-CELL1(HIT-NUM)
               END-STRING
           END-IF.
           STRING WS-PG-USER        DELIMITED BY SPACE
                  ' '               DELIMITED BY SIZE
                  WS-PG-TS(1:12)    DELIMITED BY SIZE
                  INTO HIT-CELL2(HIT-NUM)
           END-STRING.
      * THE SNIPPET STARTS A LITTLE BEFORE THE FIRST TERM'S HIT.
           IF WS-FIRST-POS > 10
               COMPUTE WS-SNIP-FROM = WS-FIRST-POS - 9
               STRING '..'          DELIMITED BY SIZE
                      WS-PG-TAB(WS-TAB-IDX)(WS-SNIP-FROM:)
                                    DELIMITED BY SIZE
                      INTO HIT-CELL3(HIT-NUM)
               END-STRING
           ELSE
               MOVE WS-PG-TAB(WS-TAB-IDX) TO HIT-CELL3(HIT-NUM)
           END-IF.
           EXIT.
      ************************************************************************
       420-READ-VERSION        SECTION.
           MOVE 0 TO WS-LINE-NO.
           OPEN INPUT VERFD.
           IF VER-FILE-ST NOT = '00'
               EXIT SECTION
           END-IF.
           PERFORM UNTIL VER-FILE-ST NOT = '00'
                      OR WS-LINE-NO >= WS-WANT-NO
               READ VERFD INTO VER-LINE
               IF VER-FILE-ST = '00'
                   ADD 1 TO WS-LINE-NO
                   IF WS-LINE-NO = WS-WANT-NO
                      AND VER-LINE NOT = SPACE
                       PERFORM 210-VERSION-TO-PAGE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE VERFD.
           EXIT.
      ************************************************************************
       430-READ-CURRENT        SECTION.
           INITIALIZE DB-CHECKPT.
           MOVE 'SCAN' TO DB-CHECKPT-FUNC.
           MOVE 'NOTEBOOK472' TO DB-CHECKPT-PROGRAM.
           MOVE WS-WANT-NO TO DB-CHECKPT-IDX.
           CALL 'CHECKPT' USING DB-CHECKPT.
           IF DB-CHECKPT-RC = 0
               MOVE WS-WANT-NO TO WS-LINE-NO
               PERFORM 260-CHECKPOINT-TO-PAGE
           END-IF.
           EXIT.
      ************************************************************************
       900-PUT-WINDOW          SECTION.
           CALL 'BANNER' USING
                MCPAREA
                LINKAREA.
           MOVE   'PUTWINDOW'  TO  MCP-FUNC.
           CALL   'MONFUNC'     USING
                MCPAREA.
           EXIT.
