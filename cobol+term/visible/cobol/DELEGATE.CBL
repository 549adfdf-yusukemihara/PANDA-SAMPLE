       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         DELEGATE.
      ******************************************************************
      * OUT-OF-OFFICE DELEGATION LOOKUP.  AN APPROVER GOING ON LEAVE
      * REGISTERS A DELEGATE FOR A DATE RANGE; THE APPROVAL SCREENS
      * AND THE AUTHORIZATION CHECK ASK HERE WHO A USER IS STANDING
      * IN FOR ON A GIVEN DATE.  REGISTER LAYOUT, ONE PER LINE:
      *   PRINCIPAL|DELEGATE|FROM-DATE|TO-DATE|STATUS|CREATED-TS
      * ONLY ACTIVE LINES WHOSE RANGE COVERS THE DATE COUNT; BOTH
      * ENDS OF THE RANGE ARE INCLUSIVE.  DELEGATION IS ONE LEVEL -
      * A DELEGATE CANNOT PASS THE AUTHORITY ON.
      * FUNCTIONS:
      *   PRINCIPALS - LISTS THE USERS DB-DELEG-USER STANDS IN FOR
      *   CHECK      - FLAG=Y WHEN DB-DELEG-USER STANDS IN FOR
      *                DB-DELEG-PRINCIPAL
      * A BLANK DATE MEANS TODAY.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT DLGFD    ASSIGN TO DLG-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DLG-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  DLGFD.
           01  DLG-LINE            PIC X(120).
       WORKING-STORAGE     SECTION.
       01  DLG-FILE            PIC X(80)
                               VALUE './cobol/approval-delegations.dat'.
       01  DLG-FILE-ST         PIC X(02).
       01  DLG-REC.
           05  DLG-PRINCIPAL       PIC X(20).
           05  DLG-DELEGATE        PIC X(20).
           05  DLG-FROM            PIC X(8).
           05  DLG-TO              PIC X(8).
           05  DLG-STATUS          PIC X(10).
           05  DLG-CREATED         PIC X(21).
       LINKAGE                 SECTION.
            COPY    "DB-DELEG".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           DB-DELEG.
       000-MAIN                SECTION.
           MOVE 0 TO DB-DELEG-RC.
           MOVE 0 TO DB-DELEG-NUM.
           MOVE 'N' TO DB-DELEG-FLAG.
           IF DB-DELEG-DATE = SPACE OR DB-DELEG-DATE = LOW-VALUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO DB-DELEG-DATE
           END-IF.
           EVALUATE DB-DELEG-FUNC
             WHEN 'PRINCIPALS'
               PERFORM 100-SCAN-REGISTER
             WHEN 'CHECK'
               PERFORM 100-SCAN-REGISTER
             WHEN OTHER
               MOVE 9 TO DB-DELEG-RC
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       100-SCAN-REGISTER       SECTION.
           OPEN INPUT DLGFD.
           IF DLG-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL DLG-FILE-ST NOT = "00"
               READ DLGFD INTO DLG-LINE
               IF DLG-FILE-ST = "00" AND DLG-LINE NOT = SPACE
                   MOVE SPACE TO DLG-REC
                   UNSTRING DLG-LINE DELIMITED BY '|'
                       INTO DLG-PRINCIPAL
                            DLG-DELEGATE
                            DLG-FROM
                            DLG-TO
                            DLG-STATUS
                            DLG-CREATED
                   IF DLG-DELEGATE = DB-DELEG-USER
                      AND DLG-STATUS = 'ACTIVE'
                      AND DLG-FROM <= DB-DELEG-DATE
                      AND DLG-TO >= DB-DELEG-DATE
                      AND DLG-PRINCIPAL NOT = DB-DELEG-USER
                       PERFORM 200-RECORD-PRINCIPAL
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DLGFD.
           EXIT.
      ************************************************************************
       200-RECORD-PRINCIPAL    SECTION.
           IF DB-DELEG-FUNC = 'CHECK'
               IF DLG-PRINCIPAL = DB-DELEG-PRINCIPAL
                   MOVE 'Y' TO DB-DELEG-FLAG
               END-IF
               EXIT SECTION
           END-IF.
           IF DB-DELEG-NUM < 10
               ADD 1 TO DB-DELEG-NUM
               MOVE DLG-PRINCIPAL TO DB-DELEG-FOR(DB-DELEG-NUM)
               MOVE 'Y' TO DB-DELEG-FLAG
           END-IF.
           EXIT.
