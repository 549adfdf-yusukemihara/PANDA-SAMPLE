       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         STORCHARGE.
      ******************************************************************
      * MONTHLY STORAGE CHARGEBACK.  PRICES WHAT EACH DEPARTMENT HOLDS
      * IN THE WORK BLOB TABLE AND WHAT IT UPLOADED IN THE MONTH, AND
      * JOURNALS THE CHARGE UNDER THE STORAGE ACCOUNT.
      *   - BLOBS ARE OWNED AS THE CAPACITY REPORT CLASSIFIES THEM:
      *     PRINT BLOBS BY THE DEPARTMENT OF THE JOB (QUEUE OR PRINT
      *     HISTORY), QUARANTINED UPLOADS BY THE UPLOADING USER,
      *     IMAGES BY THE USER ON THE IMAGE METADATA AND DOWNLOADS BY
      *     THE CATALOG OWNER.  ANYTHING ELSE IS GENERAL.
      *   - UPLOAD USAGE IS THE MONTH'S ROWS OF THE QUOTA ACCOUNTING
      *     FILE, BY USER.
      * USERS ARE RESOLVED TO THEIR DEPARTMENT, AND DEPARTMENTS TO
      * THE COST CENTER IN FORCE AT THE END OF THE MONTH, THROUGH THE
      * DEPARTMENT MASTER.
      * RATE CARD: ONE LINE PER RATE, TYPE|KEY|RATE, WHERE TYPE IS
      * BLOB OR UPLOAD, KEY IS A DEPARTMENT OR DEFAULT, AND RATE IS
      * WHOLE CENTS PER MEGABYTE FOR THE MONTH.  A DEPARTMENT RATE
      * BEATS THE DEFAULT.
      * THE JOURNAL IS WRITTEN IN THE PRINT CHARGEBACK JOURNAL LAYOUT,
      * ONE DETAIL RECORD PER DEPARTMENT UNDER ACCOUNT STORAGE, TO ITS
      * OWN FILE SO EACH RUN REPLACES ONLY ITS OWN JOURNAL.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT SCANFD   ASSIGN TO SCAN-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SCAN-FILE-ST.
           SELECT RATEFD   ASSIGN TO RATE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RATE-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
           SELECT GLFD     ASSIGN TO GL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GL-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  SCANFD.
           01  SCAN-LINE           PIC X(400).
           FD  RATEFD.
           01  RATE-LINE           PIC X(60).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
           FD  GLFD.
           01  GL-LINE             PIC X(80).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-WORK".
            COPY    "DB-PRINTQ".
            COPY    "DB-DEPTMAST".
       01  SCAN-FILE           PIC X(80).
       01  SCAN-FILE-ST        PIC X(02).
       01  RATE-FILE           PIC X(80)
                               VALUE './cobol/storage-ratecard.dat'.
       01  RATE-FILE-ST        PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/storage-chargeback.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  GL-FILE             PIC X(80)
                               VALUE './cobol/storage-gljournal.dat'.
       01  GL-FILE-ST          PIC X(02).
       01  WS-F1               PIC X(100).
       01  WS-F2               PIC X(100).
       01  WS-F3               PIC X(100).
       01  WS-F4               PIC X(100).
       01  WS-F5               PIC X(100).
       01  WS-F6               PIC X(100).
       01  WS-F7               PIC X(100).
       01  WS-F8               PIC X(100).
      * BLOB KEYS OF EACH SOURCE WITH THEIR OWNER: KIND D WHEN THE
      * SOURCE NAMES THE DEPARTMENT, U WHEN IT NAMES A USER.
       01  KEY-LISTS.
           05  KL-NUM              PIC 9(4).
           05  KL-ENTRY OCCURS 600 TIMES.
               10  KL-KEY          PIC X(40).
               10  KL-KIND         PIC X(1).
               10  KL-OWNER        PIC X(20).
      * USERS ALREADY RESOLVED, SO THE MASTER IS READ ONCE PER USER.
       01  USER-CACHE.
           05  UC-NUM              PIC 9(3).
           05  UC-ENTRY OCCURS 200 TIMES.
               10  UC-USER         PIC X(20).
               10  UC-DEPT         PIC X(20).
       01  WS-RATECARD.
           05  WS-RATE-NUM         PIC 9(4).
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RATE-TYPE    PIC X(8).
               10  WS-RATE-KEY     PIC X(20).
               10  WS-RATE-CENTS   PIC 9(5).
       01  DEPT-TOTALS.
           05  DT-NUM              PIC 9(3).
           05  DT-ENTRY OCCURS 100 TIMES.
               10  DT-DEPT         PIC X(20).
               10  DT-COSTCTR      PIC X(8).
               10  DT-BLOBS        PIC 9(6).
               10  DT-BLOB-BYTES   PIC 9(14).
               10  DT-FILES        PIC 9(7).
               10  DT-UP-BYTES     PIC 9(14).
               10  DT-BLOB-AMT     PIC 9(9)V99.
               10  DT-UP-AMT       PIC 9(9)V99.
       01  WS-SWAP-ENTRY       PIC X(91).
       01  USG-REC.
           05  USG-MONTH           PIC X(6).
           05  USG-USER            PIC X(20).
           05  USG-DEPT            PIC X(20).
           05  USG-BYTES           PIC 9(12).
           05  USG-FILES           PIC 9(6).
       01  WS-RUN-DATE         PIC X(8).
       01  WS-MONTH            PIC X(6).
       01  WS-DONE             PIC X(1).
       01  WS-IDX              PIC 9(4).
       01  WS-SORT-IDX         PIC 9(4).
       01  WS-MIN-IDX          PIC 9(4).
       01  WS-RATE-IDX         PIC 9(4).
       01  WS-DT-IDX           PIC 9(4).
       01  WS-OBJ-BYTES        PIC 9(12).
       01  WS-OWNER-KIND       PIC X(1).
       01  WS-OWNER            PIC X(20).
       01  WS-DEPT             PIC X(20).
       01  WS-FIND-TYPE        PIC X(8).
       01  WS-CENTS            PIC 9(5).
       01  WS-MB-BYTES         PIC 9(7) VALUE 1048576.
       01  WS-DEPT-AMT         PIC 9(9)V99.
       01  WS-GRAND-BLOB-AMT   PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-UP-AMT     PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-AMT        PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-BLOB-BYTES PIC 9(14) VALUE 0.
       01  WS-GRAND-UP-BYTES   PIC 9(14) VALUE 0.
       01  WS-MEGABYTES        PIC 9(9)V9.
       01  WS-GL-COUNT         PIC 9(6) VALUE 0.
       01  WS-EDIT-COUNT       PIC ZZZZZ9.
       01  WS-EDIT-MB          PIC ZZZZZZZ9.9.
       01  WS-EDIT-AMT         PIC ZZZZZZZZ9.99.
       01  GL-DETAIL.
           05  GL-D-TYPE           PIC X(1) VALUE 'D'.
           05  GL-D-MONTH          PIC X(6).
           05  GL-D-DEPT           PIC X(20).
           05  GL-D-ACCT           PIC X(20).
           05  GL-D-PAGES          PIC 9(7).
           05  GL-D-AMOUNT         PIC 9(9)V99.
           05  GL-D-COSTCTR        PIC X(8).
       01  GL-TRAILER.
           05  GL-T-TYPE           PIC X(1) VALUE 'T'.
           05  GL-T-COUNT          PIC 9(6).
           05  GL-T-PAGES          PIC 9(9).
           05  GL-T-AMOUNT         PIC 9(11)V99.
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
               PERFORM 010-RUN-REPORT
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-REPORT          SECTION.
           MOVE 0 TO KL-NUM UC-NUM DT-NUM WS-GL-COUNT.
           MOVE 0 TO WS-GRAND-BLOB-AMT WS-GRAND-UP-AMT WS-GRAND-AMT
                     WS-GRAND-BLOB-BYTES WS-GRAND-UP-BYTES.
      * A CATCH-UP RUN PASSES THE MISSED BUSINESS DATE AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR TODAY.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           MOVE WS-RUN-DATE(1:6) TO WS-MONTH.
           PERFORM 130-LOAD-RATECARD.
           PERFORM 100-LOAD-KEY-LISTS.
           PERFORM 200-WALK-BLOB-TABLE.
           PERFORM 300-SCAN-USAGE.
           PERFORM 400-PRICE-DEPARTMENTS.
           PERFORM 410-SORT-BY-DEPT.
           OPEN OUTPUT GLFD.
           PERFORM 500-WRITE-REPORT.
           PERFORM 530-WRITE-GL-TRAILER.
           CLOSE GLFD.
           MOVE DT-NUM TO SPA-NUM.
           DISPLAY 'storage chargeback departments:' DT-NUM.
           EXIT.
      ************************************************************************
       100-LOAD-KEY-LISTS      SECTION.
      * JOBS STILL ON THE PRINT QUEUE ARE LOOKED UP ON THE QUEUE ITSELF
      * AS EACH BLOB IS PRICED.
           MOVE './cobol/print-history.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST = "00"
               PERFORM UNTIL SCAN-FILE-ST NOT = "00"
                          OR KL-NUM >= 600
                   READ SCANFD
                   IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                      AND SCAN-LINE(1:5) NOT = '*END|'
      * F1 FILENAME  F4 DEPARTMENT
                       PERFORM 150-SPLIT-LINE
                       ADD 1 TO KL-NUM
                       MOVE WS-F1 TO KL-KEY(KL-NUM)
                       MOVE 'D'   TO KL-KIND(KL-NUM)
                       MOVE WS-F4 TO KL-OWNER(KL-NUM)
                   END-IF
               END-PERFORM
               CLOSE SCANFD
           END-IF.
           MOVE './cobol/pending-uploads.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST = "00"
               PERFORM UNTIL SCAN-FILE-ST NOT = "00"
                          OR KL-NUM >= 600
                   READ SCANFD
                   IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
      * F1 UPLOAD JOB ID, QUARANTINED AS q-<ID>.ps  F2 USER
                       PERFORM 150-SPLIT-LINE
                       ADD 1 TO KL-NUM
                       MOVE SPACE TO KL-KEY(KL-NUM)
                       STRING 'q-'   DELIMITED BY SIZE
                              WS-F1  DELIMITED BY SPACE
                              '.ps'  DELIMITED BY SIZE
                              INTO KL-KEY(KL-NUM)
                       END-STRING
                       MOVE 'U'   TO KL-KIND(KL-NUM)
                       MOVE WS-F2 TO KL-OWNER(KL-NUM)
                   END-IF
               END-PERFORM
               CLOSE SCANFD
           END-IF.
           MOVE './cobol/image-metadata.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST = "00"
               PERFORM UNTIL SCAN-FILE-ST NOT = "00"
                          OR KL-NUM >= 600
                   READ SCANFD
                   IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
      * F1 IMAGE ID  F2 USER
                       PERFORM 150-SPLIT-LINE
                       ADD 1 TO KL-NUM
                       MOVE WS-F1 TO KL-KEY(KL-NUM)
                       MOVE 'U'   TO KL-KIND(KL-NUM)
                       MOVE WS-F2 TO KL-OWNER(KL-NUM)
                   END-IF
               END-PERFORM
               CLOSE SCANFD
           END-IF.
           MOVE './cobol/download-catalog.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST = "00"
               PERFORM UNTIL SCAN-FILE-ST NOT = "00"
                          OR KL-NUM >= 600
                   READ SCANFD
                   IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
      * F1 DOCUMENT CODE  F8 OWNER
                       PERFORM 150-SPLIT-LINE
                       ADD 1 TO KL-NUM
                       MOVE WS-F1 TO KL-KEY(KL-NUM)
                       MOVE 'U'   TO KL-KIND(KL-NUM)
                       MOVE WS-F8 TO KL-OWNER(KL-NUM)
                   END-IF
               END-PERFORM
               CLOSE SCANFD
           END-IF.
           EXIT.
      ************************************************************************
       130-LOAD-RATECARD       SECTION.
           MOVE 0 TO WS-RATE-NUM.
           OPEN INPUT RATEFD.
           IF RATE-FILE-ST = "00"
               PERFORM UNTIL RATE-FILE-ST NOT = "00"
                        OR WS-RATE-NUM >= 50
                   READ RATEFD INTO RATE-LINE
                   IF RATE-FILE-ST = "00" AND RATE-LINE NOT = SPACE
                       ADD 1 TO WS-RATE-NUM
                       UNSTRING RATE-LINE DELIMITED BY '|'
                           INTO WS-RATE-TYPE(WS-RATE-NUM)
                                WS-RATE-KEY(WS-RATE-NUM)
                                WS-RATE-CENTS(WS-RATE-NUM)
                   END-IF
               END-PERFORM
               CLOSE RATEFD
           ELSE
               DISPLAY 'no storage rate card - amounts will be zero'
           END-IF.
           EXIT.
      ************************************************************************
       140-FIND-RATE           SECTION.
      * WS-FIND-TYPE AND THE DEPARTMENT IN WS-DEPT ARE SET BY THE
      * CALLER; THE RATE COMES BACK IN WS-CENTS.
           MOVE 0 TO WS-CENTS.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                     UNTIL WS-RATE-IDX > WS-RATE-NUM
               IF WS-RATE-TYPE(WS-RATE-IDX) = WS-FIND-TYPE
                  AND WS-RATE-KEY(WS-RATE-IDX) = WS-DEPT
                   MOVE WS-RATE-CENTS(WS-RATE-IDX) TO WS-CENTS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CENTS = 0
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                         UNTIL WS-RATE-IDX > WS-RATE-NUM
                   IF WS-RATE-TYPE(WS-RATE-IDX) = WS-FIND-TYPE
                      AND WS-RATE-KEY(WS-RATE-IDX) = 'DEFAULT'
                       MOVE WS-RATE-CENTS(WS-RATE-IDX) TO WS-CENTS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.
      ************************************************************************
       150-SPLIT-LINE          SECTION.
           MOVE SPACE TO WS-F1 WS-F2 WS-F3 WS-F4
                         WS-F5 WS-F6 WS-F7 WS-F8.
           UNSTRING SCAN-LINE DELIMITED BY '|'
               INTO WS-F1
                    WS-F2
                    WS-F3
                    WS-F4
                    WS-F5
                    WS-F6
                    WS-F7
                    WS-F8.
           EXIT.
      ************************************************************************
       160-USER-DEPT           SECTION.
      * RESOLVES WS-OWNER, A USER, TO ITS DEPARTMENT IN WS-DEPT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > UC-NUM
               IF UC-USER(WS-IDX) = WS-OWNER
                   MOVE UC-DEPT(WS-IDX) TO WS-DEPT
                   EXIT SECTION
               END-IF
           END-PERFORM.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           MOVE WS-OWNER   TO DB-DEPTMAST-USER.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           MOVE DB-DEPTMAST-DEPT TO WS-DEPT.
           IF UC-NUM < 200
               ADD 1 TO UC-NUM
               MOVE WS-OWNER TO UC-USER(UC-NUM)
               MOVE WS-DEPT  TO UC-DEPT(UC-NUM)
           END-IF.
           EXIT.
      ************************************************************************
       170-FIND-DEPT           SECTION.
      * POINTS WS-DT-IDX AT THE TOTALS OF WS-DEPT, ADDING THE
      * DEPARTMENT WITH ITS COST CENTER THE FIRST TIME IT IS SEEN.
      * ZERO WHEN THE TABLE IS FULL.
           IF WS-DEPT = SPACE
               MOVE 'GENERAL' TO WS-DEPT
           END-IF.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                     UNTIL WS-DT-IDX > DT-NUM
               IF DT-DEPT(WS-DT-IDX) = WS-DEPT
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF DT-NUM >= 100
               DISPLAY 'department totals full - ' WS-DEPT
                   ' not charged'
               MOVE 0 TO WS-DT-IDX
               EXIT SECTION
           END-IF.
           ADD 1 TO DT-NUM.
           MOVE DT-NUM TO WS-DT-IDX.
           MOVE WS-DEPT TO DT-DEPT(WS-DT-IDX).
           MOVE 'COSTASOF' TO DB-DEPTMAST-FUNC.
           MOVE WS-DEPT    TO DB-DEPTMAST-DEPT.
           MOVE WS-MONTH   TO DB-DEPTMAST-ASOF.
           MOVE '31'       TO DB-DEPTMAST-ASOF(7:2).
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           MOVE DB-DEPTMAST-COSTCTR TO DT-COSTCTR(WS-DT-IDX).
           MOVE 0 TO DT-BLOBS(WS-DT-IDX)    DT-BLOB-BYTES(WS-DT-IDX)
                     DT-FILES(WS-DT-IDX)    DT-UP-BYTES(WS-DT-IDX)
                     DT-BLOB-AMT(WS-DT-IDX) DT-UP-AMT(WS-DT-IDX).
           EXIT.
      ************************************************************************
       200-WALK-BLOB-TABLE     SECTION.
           MOVE 'N' TO WS-DONE.
           MOVE   'BLOBLIST'    TO  MCP-FUNC.
           MOVE   'work'        TO  MCP-TABLE.
           MOVE   'key'         TO  MCP-PATHNAME.
           CALL   'MONFUNC'      USING
                MCPAREA
                DB-WORK.
           PERFORM UNTIL WS-DONE = 'Y'
               MOVE 'BLOBFETCH' TO MCP-FUNC
               MOVE 'work'      TO MCP-TABLE
               MOVE 'key'       TO MCP-PATHNAME
               CALL   'MONFUNC'  USING
                    MCPAREA
                    DB-WORK
               IF MCP-RC = ZERO OR MCP-RC = 1
                   PERFORM 210-CHARGE-ONE-BLOB
               ELSE
                   MOVE 'Y' TO WS-DONE
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       210-CHARGE-ONE-BLOB     SECTION.
           COMPUTE WS-OBJ-BYTES = FUNCTION LENGTH(
               FUNCTION TRIM(DB-WORK-OBJECT TRAILING)).
           MOVE SPACE TO WS-OWNER-KIND WS-OWNER WS-DEPT.
           INITIALIZE DB-PRINTQ.
           MOVE 'BYFILE' TO DB-PRINTQ-FUNC.
           MOVE DB-WORK-FILE TO DB-PRINTQ-FILENAME.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC = ZERO
               MOVE 'D' TO WS-OWNER-KIND
               MOVE DB-PRINTQ-DEPT TO WS-OWNER
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX > KL-NUM
                   IF KL-KEY(WS-IDX) = DB-WORK-FILE(1:40)
                       MOVE KL-KIND(WS-IDX)  TO WS-OWNER-KIND
                       MOVE KL-OWNER(WS-IDX) TO WS-OWNER
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE WS-OWNER-KIND
             WHEN 'D'
               MOVE WS-OWNER TO WS-DEPT
             WHEN 'U'
               PERFORM 160-USER-DEPT
             WHEN OTHER
               MOVE 'GENERAL' TO WS-DEPT
           END-EVALUATE.
           PERFORM 170-FIND-DEPT.
           IF WS-DT-IDX = 0
               EXIT SECTION
           END-IF.
           ADD 1 TO DT-BLOBS(WS-DT-IDX).
           ADD WS-OBJ-BYTES TO DT-BLOB-BYTES(WS-DT-IDX).
           EXIT.
      ************************************************************************
       300-SCAN-USAGE          SECTION.
      * THE DEPARTMENT ON A USAGE ROW WAS STAMPED AT UPLOAD TIME; THE
      * MASTER DECIDES WHERE THE CHARGE GOES, FALLING BACK TO THE
      * STAMPED DEPARTMENT FOR USERS NOT ON THE MASTER.
           MOVE './cobol/upload-usage.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST NOT = "00"
               DISPLAY 'no upload usage yet'
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SCAN-FILE-ST NOT = "00"
               READ SCANFD
               IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                   MOVE SPACE TO USG-REC
                   MOVE 0 TO USG-BYTES USG-FILES
                   UNSTRING SCAN-LINE DELIMITED BY '|'
                       INTO USG-MONTH
                            USG-USER
                            USG-DEPT
                            USG-BYTES
                            USG-FILES
                   IF USG-MONTH = WS-MONTH
                       MOVE USG-USER TO WS-OWNER
                       PERFORM 160-USER-DEPT
                       IF DB-DEPTMAST-FLAG NOT = 'Y'
                          AND USG-DEPT NOT = SPACE
                          AND WS-DEPT = 'GENERAL'
                           MOVE USG-DEPT TO WS-DEPT
                       END-IF
                       PERFORM 170-FIND-DEPT
                       IF WS-DT-IDX NOT = 0
                           ADD USG-FILES TO DT-FILES(WS-DT-IDX)
                           ADD USG-BYTES TO DT-UP-BYTES(WS-DT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SCANFD.
           EXIT.
      ************************************************************************
       400-PRICE-DEPARTMENTS   SECTION.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                     UNTIL WS-DT-IDX > DT-NUM
               MOVE DT-DEPT(WS-DT-IDX) TO WS-DEPT
               MOVE 'BLOB' TO WS-FIND-TYPE
               PERFORM 140-FIND-RATE
               COMPUTE DT-BLOB-AMT(WS-DT-IDX) ROUNDED =
                   DT-BLOB-BYTES(WS-DT-IDX) * WS-CENTS
                   / WS-MB-BYTES / 100
               MOVE 'UPLOAD' TO WS-FIND-TYPE
               PERFORM 140-FIND-RATE
               COMPUTE DT-UP-AMT(WS-DT-IDX) ROUNDED =
                   DT-UP-BYTES(WS-DT-IDX) * WS-CENTS
                   / WS-MB-BYTES / 100
           END-PERFORM.
           EXIT.
      ************************************************************************
       410-SORT-BY-DEPT        SECTION.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                     UNTIL WS-SORT-IDX >= DT-NUM
               MOVE WS-SORT-IDX TO WS-MIN-IDX
               PERFORM VARYING WS-DT-IDX FROM WS-SORT-IDX BY 1
                         UNTIL WS-DT-IDX > DT-NUM
                   IF DT-DEPT(WS-DT-IDX) < DT-DEPT(WS-MIN-IDX)
                       MOVE WS-DT-IDX TO WS-MIN-IDX
                   END-IF
               END-PERFORM
               IF WS-MIN-IDX NOT = WS-SORT-IDX
                   MOVE DT-ENTRY(WS-SORT-IDX) TO WS-SWAP-ENTRY
                   MOVE DT-ENTRY(WS-MIN-IDX)
                       TO DT-ENTRY(WS-SORT-IDX)
                   MOVE WS-SWAP-ENTRY TO DT-ENTRY(WS-MIN-IDX)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       500-WRITE-REPORT        SECTION.
           OPEN OUTPUT RPTFD.
           MOVE SPACE TO RPT-LINE.
           STRING 'STORAGE CHARGEBACK REPORT  MONTH '
                                       DELIMITED BY SIZE
                  WS-MONTH             DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                     UNTIL WS-DT-IDX > DT-NUM
               PERFORM 510-WRITE-DEPT
           END-PERFORM.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           COMPUTE WS-MEGABYTES ROUNDED =
               WS-GRAND-BLOB-BYTES / WS-MB-BYTES.
           MOVE WS-MEGABYTES      TO WS-EDIT-MB.
           MOVE WS-GRAND-BLOB-AMT TO WS-EDIT-AMT.
           MOVE SPACE TO RPT-LINE.
           STRING 'TOTAL BLOB STORAGE    MB: ' DELIMITED BY SIZE
                  WS-EDIT-MB                   DELIMITED BY SIZE
                  '  AMOUNT: '                 DELIMITED BY SIZE
                  WS-EDIT-AMT                  DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           COMPUTE WS-MEGABYTES ROUNDED =
               WS-GRAND-UP-BYTES / WS-MB-BYTES.
           MOVE WS-MEGABYTES      TO WS-EDIT-MB.
           MOVE WS-GRAND-UP-AMT   TO WS-EDIT-AMT.
           MOVE SPACE TO RPT-LINE.
           STRING 'TOTAL UPLOADS         MB: ' DELIMITED BY SIZE
                  WS-EDIT-MB                   DELIMITED BY SIZE
                  '  AMOUNT: '                 DELIMITED BY SIZE
                  WS-EDIT-AMT                  DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-GRAND-AMT TO WS-EDIT-AMT.
           MOVE SPACE TO RPT-LINE.
           STRING 'GRAND TOTAL                               AMOUNT: '
                                               DELIMITED BY SIZE
                  WS-EDIT-AMT                  DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       510-WRITE-DEPT          SECTION.
           COMPUTE WS-DEPT-AMT =
               DT-BLOB-AMT(WS-DT-IDX) + DT-UP-AMT(WS-DT-IDX).
           ADD DT-BLOB-AMT(WS-DT-IDX)   TO WS-GRAND-BLOB-AMT.
           ADD DT-UP-AMT(WS-DT-IDX)     TO WS-GRAND-UP-AMT.
           ADD WS-DEPT-AMT              TO WS-GRAND-AMT.
           ADD DT-BLOB-BYTES(WS-DT-IDX) TO WS-GRAND-BLOB-BYTES.
           ADD DT-UP-BYTES(WS-DT-IDX)   TO WS-GRAND-UP-BYTES.
           MOVE SPACE TO RPT-LINE.
           STRING 'DEPARTMENT: '          DELIMITED BY SIZE
                  DT-DEPT(WS-DT-IDX)      DELIMITED BY '  '
                  '  COST CENTER: '       DELIMITED BY SIZE
                  DT-COSTCTR(WS-DT-IDX)   DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           COMPUTE WS-MEGABYTES ROUNDED =
               DT-BLOB-BYTES(WS-DT-IDX) / WS-MB-BYTES.
           MOVE DT-BLOBS(WS-DT-IDX)    TO WS-EDIT-COUNT.
           MOVE WS-MEGABYTES           TO WS-EDIT-MB.
           MOVE DT-BLOB-AMT(WS-DT-IDX) TO WS-EDIT-AMT.
           MOVE SPACE TO RPT-LINE.
           STRING '  BLOB OBJECTS: '      DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  '  MB: '                DELIMITED BY SIZE
                  WS-EDIT-MB              DELIMITED BY SIZE
                  '  AMOUNT: '            DELIMITED BY SIZE
                  WS-EDIT-AMT             DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           COMPUTE WS-MEGABYTES ROUNDED =
               DT-UP-BYTES(WS-DT-IDX) / WS-MB-BYTES.
           MOVE DT-FILES(WS-DT-IDX)    TO WS-EDIT-COUNT.
           MOVE WS-MEGABYTES           TO WS-EDIT-MB.
           MOVE DT-UP-AMT(WS-DT-IDX)   TO WS-EDIT-AMT.
           MOVE SPACE TO RPT-LINE.
           STRING '  UPLOAD FILES: '      DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  '  MB: '                DELIMITED BY SIZE
                  WS-EDIT-MB              DELIMITED BY SIZE
                  '  AMOUNT: '            DELIMITED BY SIZE
                  WS-EDIT-AMT             DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-DEPT-AMT TO WS-EDIT-AMT.
           MOVE SPACE TO RPT-LINE.
           STRING 'DEPARTMENT TOTAL                          AMOUNT: '
                                          DELIMITED BY SIZE
                  WS-EDIT-AMT             DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           PERFORM 520-WRITE-GL-DETAIL.
           EXIT.
      ************************************************************************
       520-WRITE-GL-DETAIL     SECTION.
      * ONE FIXED-FORMAT JOURNAL RECORD PER DEPARTMENT UNDER THE
      * STORAGE ACCOUNT; THE PAGES FIELD IS ZERO.  AMOUNTS CARRY TWO
      * ASSUMED DECIMALS AND NO DECIMAL POINT.
           MOVE WS-MONTH            TO GL-D-MONTH.
           MOVE DT-DEPT(WS-DT-IDX)  TO GL-D-DEPT.
           MOVE 'STORAGE'           TO GL-D-ACCT.
           MOVE 0                   TO GL-D-PAGES.
           MOVE WS-DEPT-AMT         TO GL-D-AMOUNT.
           MOVE DT-COSTCTR(WS-DT-IDX) TO GL-D-COSTCTR.
           MOVE SPACE TO GL-LINE.
           MOVE GL-DETAIL TO GL-LINE.
           WRITE GL-LINE.
           ADD 1 TO WS-GL-COUNT.
           EXIT.
      ************************************************************************
       530-WRITE-GL-TRAILER    SECTION.
           MOVE WS-GL-COUNT    TO GL-T-COUNT.
           MOVE 0              TO GL-T-PAGES.
           MOVE WS-GRAND-AMT   TO GL-T-AMOUNT.
           MOVE SPACE TO GL-LINE.
           MOVE GL-TRAILER TO GL-LINE.
           WRITE GL-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'STORCHARGE' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
