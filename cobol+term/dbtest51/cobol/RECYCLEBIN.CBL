      * RECYCLE-BIN SCREEN FOR DBTEST DELETIONS.  LISTS THE PARKED
      * ROWS WITH SEARCH, RESTORES A SELECTED ROW BACK THROUGH
      * DBINSERT UNDER A NEW VERSION, AND (AS A LINKED BATCH) PURGES
      * ENTRIES PAST THE RETENTION AGE.  A ROW PARKED BY THE MERGE
      * SCREEN CARRIES THE UUID OF THE ROW IT WAS MERGED INTO.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       DATA                DIVISION.
       FILE                SECTION.
           FD  RECFD.
           01  REC-LINE            PIC X(200).
       WORKING-STORAGE     SECTION.
            COPY    "DBTEST".
       01  REC-FILE            PIC X(80)
               10  REC-VERSION     PIC 9(9).
               10  REC-DELETER     PIC X(20).
               10  REC-TS          PIC X(21).
               10  REC-MERGED      PIC X(36).
       01  WS-IDX              PIC 9(3).
       01  WS-SEL-IDX          PIC 9(3).
       01  WS-HIT              PIC 9(4).
                   READ RECFD INTO REC-LINE
                   IF REC-FILE-ST = "00" AND REC-LINE NOT = SPACE
                       ADD 1 TO REC-NUM
                       MOVE SPACE TO REC-MERGED(REC-NUM)
                       UNSTRING REC-LINE DELIMITED BY '|'
                           INTO REC-UUID(REC-NUM)
                                REC-FNAME(REC-NUM)
                                REC-VERSION(REC-NUM)
                                REC-DELETER(REC-NUM)
                                REC-TS(REC-NUM)
                                REC-MERGED(REC-NUM)
                   END-IF
               END-PERFORM
               CLOSE RECFD
                      REC-TS(WS-IDX)      DELIMITED BY SPACE
                      INTO REC-LINE
               END-STRING
               IF REC-MERGED(WS-IDX) NOT = SPACE
                   STRING REC-UUID(WS-IDX)    DELIMITED BY SPACE
                          '|'                 DELIMITED BY SIZE
                          REC-FNAME(WS-IDX)   DELIMITED BY SPACE
                          '|'                 DELIMITED BY SIZE
                          REC-VERSION(WS-IDX) DELIMITED BY SIZE
                          '|'                 DELIMITED BY SIZE
                          REC-DELETER(WS-IDX) DELIMITED BY SPACE
                          '|'                 DELIMITED BY SIZE
                          REC-TS(WS-IDX)      DELIMITED BY SPACE
                          '|'                 DELIMITED BY SIZE
                          REC-MERGED(WS-IDX)  DELIMITED BY SPACE
                          INTO REC-LINE
                   END-STRING
               END-IF
               WRITE REC-LINE
           END-PERFORM.
           CLOSE RECFD.
                       FOR ALL FUNCTION TRIM(SCR-RBSEARCH)
                   INSPECT REC-FNAME(WS-IDX) TALLYING WS-HIT
                       FOR ALL FUNCTION TRIM(SCR-RBSEARCH)
                   INSPECT REC-MERGED(WS-IDX) TALLYING WS-HIT
                       FOR ALL FUNCTION TRIM(SCR-RBSEARCH)
               ELSE
                   MOVE 1 TO WS-HIT
               END-IF
                          REC-TS(WS-IDX)(1:8) DELIMITED BY SIZE
                          INTO RBCELL3(RBROWCNT)
                   END-STRING
                   IF REC-MERGED(WS-IDX) NOT = SPACE
                       MOVE SPACE TO RBCELL3(RBROWCNT)
                       STRING '=> '               DELIMITED BY SIZE
                              REC-MERGED(WS-IDX)  DELIMITED BY SPACE
                              INTO RBCELL3(RBROWCNT)
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
