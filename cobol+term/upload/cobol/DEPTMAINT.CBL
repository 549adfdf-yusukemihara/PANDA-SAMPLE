      * ADD, CHANGE AND DELETE RECORDS; TYPE D ROWS CARRY A
      * DEPARTMENT AND ITS COST CENTER, TYPE U ROWS ASSIGN A USER TO
      * A DEPARTMENT.  A USER ROW MUST NAME AN ACTIVE DEPARTMENT
      * ALREADY ON THE MASTER.  TYPE M ROWS NAME THE MANAGER WHO
      * RECERTIFIES THE ACCESS OF AN ACTIVE DEPARTMENT'S USERS.
      * A DEPARTMENT KEEPS ONE D ROW PER COST-CENTER ASSIGNMENT WITH
      * ITS EFFECTIVE-FROM AND EFFECTIVE-TO DATES.  ONLY THE ROW
      * STILL IN FORCE IS MAINTAINED HERE: CHANGING ITS COST CENTER
      * CLOSES IT YESTERDAY AND OPENS A NEW ROW FROM TODAY, AND
      * DELETE REMOVES ONLY THAT ROW.  CLOSED ROWS STAY AS HISTORY
      * SO PAST MONTHS ARE STILL CHARGED TO THEIR OLD COST CENTER.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       01  MST-FILE-ST         PIC X(02).
       01  DB-DUMAST.
           05  DB-DUMAST-NUM           PIC 9(4).
           05  DB-DUMAST-ENTRY OCCURS 300 TIMES.
               10  DB-DUMAST-TYPE      PIC X(1).
               10  DB-DUMAST-KEY       PIC X(20).
               10  DB-DUMAST-VALUE     PIC X(20).
               10  DB-DUMAST-STATUS    PIC X(10).
               10  DB-DUMAST-FROM      PIC X(8).
               10  DB-DUMAST-TO        PIC X(8).
       01  WS-IDX              PIC 9(4).
       01  WS-IDX2             PIC 9(4).
       01  WS-TODAY            PIC X(8).
       01  WS-YESTERDAY        PIC 9(8).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-ENTRY-OK         PIC X(1).
       LINKAGE                 SECTION.
               PERFORM 090-SHOW-MASTER
               EXIT SECTION
           END-IF.
           IF DB-DUMAST-NUM >= 300
               MOVE 'master is full' TO SCR-DMMSG
               PERFORM 090-SHOW-MASTER
               EXIT SECTION
           IF WS-ENTRY-OK = 'Y'
               ADD 1 TO DB-DUMAST-NUM
               MOVE DB-DUMAST-NUM TO WS-SEL-IDX
               MOVE SPACE TO DB-DUMAST-ENTRY(WS-SEL-IDX)
               IF SCR-DMTYPE = 'D'
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO DB-DUMAST-FROM(WS-SEL-IDX)
               END-IF
               PERFORM 130-STORE-ENTRY
               PERFORM 200-SAVE-MASTER
               MOVE 'master record added' TO SCR-DMMSG
               EXIT SECTION
           END-IF.
           PERFORM 120-VALIDATE-ENTRY.
           IF WS-ENTRY-OK = 'Y'
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               IF SCR-DMTYPE = 'D'
                  AND SCR-DMVALUE NOT = DB-DUMAST-VALUE(WS-SEL-IDX)
                  AND DB-DUMAST-FROM(WS-SEL-IDX) < WS-TODAY
                   PERFORM 140-CLOSE-ASSIGNMENT
               END-IF
           END-IF.
           IF WS-ENTRY-OK = 'Y'
               PERFORM 130-STORE-ENTRY
               PERFORM 200-SAVE-MASTER
           OPEN INPUT MSTFD.
           IF MST-FILE-ST = "00"
               PERFORM UNTIL MST-FILE-ST NOT = "00"
                        OR DB-DUMAST-NUM >= 300
                   READ MSTFD INTO MST-LINE
                   IF MST-FILE-ST = "00" AND MST-LINE NOT = SPACE
                       ADD 1 TO DB-DUMAST-NUM
                       MOVE SPACE TO DB-DUMAST-ENTRY(DB-DUMAST-NUM)
                       UNSTRING MST-LINE DELIMITED BY '|'
                           INTO DB-DUMAST-TYPE(DB-DUMAST-NUM)
                                DB-DUMAST-KEY(DB-DUMAST-NUM)
                                DB-DUMAST-VALUE(DB-DUMAST-NUM)
                                DB-DUMAST-STATUS(DB-DUMAST-NUM)
                                DB-DUMAST-FROM(DB-DUMAST-NUM)
                                DB-DUMAST-TO(DB-DUMAST-NUM)
                   END-IF
               END-PERFORM
               CLOSE MSTFD
                     UNTIL WS-IDX > DB-DUMAST-NUM
               IF DB-DUMAST-TYPE(WS-IDX) = SCR-DMTYPE
                  AND DB-DUMAST-KEY(WS-IDX) = SCR-DMKEY
                  AND DB-DUMAST-TO(WS-IDX) = SPACE
                   MOVE WS-IDX TO WS-SEL-IDX
                   EXIT PERFORM
               END-IF
       120-VALIDATE-ENTRY      SECTION.
           MOVE 'N' TO WS-ENTRY-OK.
           IF SCR-DMTYPE NOT = 'D' AND SCR-DMTYPE NOT = 'U'
              AND SCR-DMTYPE NOT = 'M'
               MOVE 'type must be D, U or M' TO SCR-DMMSG
               EXIT SECTION
           END-IF.
           IF SCR-DMKEY = SPACE OR SCR-DMVALUE = SPACE
                   IF DB-DUMAST-TYPE(WS-IDX) = 'D'
                      AND DB-DUMAST-KEY(WS-IDX) = SCR-DMVALUE
                      AND DB-DUMAST-STATUS(WS-IDX) = 'ACTIVE'
                      AND DB-DUMAST-TO(WS-IDX) = SPACE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
                   EXIT SECTION
               END-IF
           END-IF.
           IF SCR-DMTYPE = 'M'
               PERFORM VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX > DB-DUMAST-NUM
                   IF DB-DUMAST-TYPE(WS-IDX) = 'D'
                      AND DB-DUMAST-KEY(WS-IDX) = SCR-DMKEY
                      AND DB-DUMAST-STATUS(WS-IDX) = 'ACTIVE'
                      AND DB-DUMAST-TO(WS-IDX) = SPACE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-IDX > DB-DUMAST-NUM
                   MOVE 'manager must be for an active department'
                       TO SCR-DMMSG
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE 'Y' TO WS-ENTRY-OK.
           EXIT.
      ************************************************************************
           MOVE SCR-DMVALUE  TO DB-DUMAST-VALUE(WS-SEL-IDX).
           MOVE SCR-DMSTATUS TO DB-DUMAST-STATUS(WS-SEL-IDX).
           EXIT.
      ************************************************************************
       140-CLOSE-ASSIGNMENT    SECTION.
      * ENDS THE ASSIGNMENT IN FORCE YESTERDAY AND POINTS WS-SEL-IDX
      * AT A NEW ROW FROM TODAY FOR THE NEW COST CENTER.
           IF DB-DUMAST-NUM >= 300
               MOVE 'master is full' TO SCR-DMMSG
               MOVE 'N' TO WS-ENTRY-OK
               EXIT SECTION
           END-IF.
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY)) - 1).
           MOVE WS-YESTERDAY TO DB-DUMAST-TO(WS-SEL-IDX).
           ADD 1 TO DB-DUMAST-NUM.
           MOVE DB-DUMAST-NUM TO WS-SEL-IDX.
           MOVE SPACE    TO DB-DUMAST-ENTRY(WS-SEL-IDX).
           MOVE WS-TODAY TO DB-DUMAST-FROM(WS-SEL-IDX).
           EXIT.
      ************************************************************************
       200-SAVE-MASTER         SECTION.
           OPEN OUTPUT MSTFD.
                      DB-DUMAST-STATUS(WS-IDX) DELIMITED BY SPACE
                      INTO MST-LINE
               END-STRING
               IF DB-DUMAST-TYPE(WS-IDX) = 'D'
                  AND (DB-DUMAST-FROM(WS-IDX) NOT = SPACE
                       OR DB-DUMAST-TO(WS-IDX) NOT = SPACE)
                   PERFORM 210-ADD-DATES
               END-IF
               WRITE MST-LINE
           END-PERFORM.
           CLOSE MSTFD.
           EXIT.
      ************************************************************************
       210-ADD-DATES           SECTION.
           MOVE 1 TO WS-IDX2.
           INSPECT MST-LINE TALLYING WS-IDX2
               FOR CHARACTERS BEFORE INITIAL '  '.
           STRING '|'                    DELIMITED BY SIZE
                  DB-DUMAST-FROM(WS-IDX) DELIMITED BY SPACE
                  '|'                    DELIMITED BY SIZE
                  DB-DUMAST-TO(WS-IDX)   DELIMITED BY SPACE
                  INTO MST-LINE
                  WITH POINTER WS-IDX2
           END-STRING.
           EXIT.
      ************************************************************************
       500-MASTER-TO-TABLE     SECTION.
           MOVE DMTROW TO WS-SEL-IDX.
               MOVE DB-DUMAST-KEY(WS-IDX)    TO DMCELL2(DMROWCNT)
               MOVE DB-DUMAST-VALUE(WS-IDX)  TO DMCELL3(DMROWCNT)
               MOVE DB-DUMAST-STATUS(WS-IDX) TO DMCELL4(DMROWCNT)
               MOVE DB-DUMAST-FROM(WS-IDX)   TO DMCELL5(DMROWCNT)
               MOVE DB-DUMAST-TO(WS-IDX)     TO DMCELL6(DMROWCNT)
           END-PERFORM.
           EXIT.
      ************************************************************************
