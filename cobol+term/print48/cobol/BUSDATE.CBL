       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         BUSDATE.
      ******************************************************************
      * SYSTEM BUSINESS DATE.  ONE DATE FOR THE WHOLE SYSTEM, HELD IN
      * A ONE-LINE CONTROL FILE SO WORK KEYED AFTER MIDNIGHT ON A LATE
      * SHIFT STILL BELONGS TO THE DAY THAT HAS NOT BEEN CLOSED:
      *   BUSINESS-DATE|PRIOR-DATE|CLOSED-TS|CLOSED-BY
      * ONLY THE END-OF-DAY CLOSE MOVES IT ON.
      * FUNCTIONS:
      *   GET     - DB-BUSDATE-DATE IS THE OPEN BUSINESS DATE.  WITH
      *             NO CONTROL FILE YET THE RUN DATE IS RETURNED AND
      *             RC=1.
      *   ADVANCE - CLOSES THE DATE PASSED IN DB-BUSDATE-DATE AND
      *             OPENS THE NEXT BUSINESS DAY ON THE HOLIDAY
      *             CALENDAR.  RC=2 WHEN THE CONTROL FILE IS LOCKED,
      *             RC=3 WHEN THE PASSED DATE IS NO LONGER THE OPEN
      *             ONE, SO A SECOND CLOSE CANNOT SKIP A DAY.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT BUSFD    ASSIGN TO BUS-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS BUS-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  BUSFD.
           01  BUS-LINE            PIC X(100).
       WORKING-STORAGE     SECTION.
            COPY    "DB-BIZDAY".
            COPY    "DB-FILELOCK".
       01  BUS-FILE            PIC X(80)
                               VALUE './cobol/business-date.dat'.
       01  BUS-FILE-ST         PIC X(02).
       01  BUS-REC.
           05  BUS-DATE            PIC X(8).
           05  BUS-PRIOR           PIC X(8).
           05  BUS-CLOSED          PIC X(21).
           05  BUS-USER            PIC X(20).
       01  WS-CLOSE-DATE       PIC X(8).
       01  WS-TIMESTAMP        PIC X(21).
       LINKAGE                 SECTION.
            COPY    "DB-BUSDATE".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           DB-BUSDATE.
       000-MAIN                SECTION.
           MOVE 0 TO DB-BUSDATE-RC.
           EVALUATE DB-BUSDATE-FUNC
             WHEN 'GET'
               PERFORM 100-LOAD-DATE
               PERFORM 150-RETURN-DATE
             WHEN 'ADVANCE'
               PERFORM 200-ADVANCE-DATE
             WHEN OTHER
               MOVE 9 TO DB-BUSDATE-RC
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       100-LOAD-DATE           SECTION.
           MOVE SPACE TO BUS-REC.
           OPEN INPUT BUSFD.
           IF BUS-FILE-ST = "00"
               READ BUSFD INTO BUS-LINE
               IF BUS-FILE-ST = "00" AND BUS-LINE NOT = SPACE
                   UNSTRING BUS-LINE DELIMITED BY '|'
                       INTO BUS-DATE
                            BUS-PRIOR
                            BUS-CLOSED
                            BUS-USER
               END-IF
               CLOSE BUSFD
           END-IF.
           EXIT.
      ************************************************************************
       150-RETURN-DATE         SECTION.
           IF BUS-DATE = SPACE
               MOVE FUNCTION CURRENT-DATE(1:8) TO DB-BUSDATE-DATE
               MOVE SPACE TO DB-BUSDATE-PRIOR
               MOVE SPACE TO DB-BUSDATE-CLOSED
               MOVE SPACE TO DB-BUSDATE-USER
               MOVE 1 TO DB-BUSDATE-RC
           ELSE
               MOVE BUS-DATE   TO DB-BUSDATE-DATE
               MOVE BUS-PRIOR  TO DB-BUSDATE-PRIOR
               MOVE BUS-CLOSED TO DB-BUSDATE-CLOSED
               MOVE BUS-USER   TO DB-BUSDATE-USER
           END-IF.
           EXIT.
      ************************************************************************
       200-ADVANCE-DATE        SECTION.
           MOVE DB-BUSDATE-DATE TO WS-CLOSE-DATE.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE BUS-FILE TO DB-FILELOCK-FILE.
           MOVE 'BUSDATE' TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'business date locked by ' DB-FILELOCK-HOLDER
               MOVE 2 TO DB-BUSDATE-RC
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-DATE.
           IF BUS-DATE = SPACE
               MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           END-IF.
           IF WS-CLOSE-DATE NOT = BUS-DATE
               DISPLAY 'business date ' WS-CLOSE-DATE
                   ' already closed - open date is ' BUS-DATE
               MOVE 3 TO DB-BUSDATE-RC
               PERFORM 150-RETURN-DATE
               PERFORM 290-RELEASE-LOCK
               EXIT SECTION
           END-IF.
           INITIALIZE DB-BIZDAY.
           MOVE 'OFFSET' TO DB-BIZDAY-FUNC.
           MOVE BUS-DATE TO DB-BIZDAY-DATE.
           MOVE 1 TO DB-BIZDAY-OFFSET.
           CALL 'BIZDAY' USING DB-BIZDAY.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE BUS-DATE          TO BUS-PRIOR.
           MOVE DB-BIZDAY-RESULT  TO BUS-DATE.
           MOVE WS-TIMESTAMP      TO BUS-CLOSED.
           MOVE DB-BUSDATE-USER   TO BUS-USER.
           PERFORM 210-SAVE-DATE.
           IF DB-BUSDATE-RC = ZERO
               PERFORM 150-RETURN-DATE
           END-IF.
           PERFORM 290-RELEASE-LOCK.
           EXIT.
      ************************************************************************
       210-SAVE-DATE           SECTION.
           OPEN OUTPUT BUSFD.
           IF BUS-FILE-ST NOT = "00"
               DISPLAY 'cannot write business date file'
               MOVE 4 TO DB-BUSDATE-RC
               EXIT SECTION
           END-IF.
           MOVE SPACE TO BUS-LINE.
           STRING BUS-DATE    DELIMITED BY SPACE
                  '|'         DELIMITED BY SIZE
                  BUS-PRIOR   DELIMITED BY SPACE
                  '|'         DELIMITED BY SIZE
                  BUS-CLOSED  DELIMITED BY SPACE
                  '|'         DELIMITED BY SIZE
                  BUS-USER    DELIMITED BY SPACE
                  INTO BUS-LINE
           END-STRING.
           WRITE BUS-LINE.
           CLOSE BUSFD.
           EXIT.
      ************************************************************************
       290-RELEASE-LOCK        SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE BUS-FILE TO DB-FILELOCK-FILE.
           MOVE 'BUSDATE' TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
