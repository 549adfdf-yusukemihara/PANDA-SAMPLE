       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         APICLIENT.
      ******************************************************************
      * API CLIENT REGISTRY LOOKUP FOR THE HTTP-SHAPED ENDPOINTS.
      * CHECK ADMITS A CALLER ONLY WHEN THE CLIENT IS REGISTERED,
      * PRESENTS ITS ISSUED KEY, IS ACTIVE AND LISTS THE ENDPOINT
      * (OR * FOR ALL).  KEY HANDS AN INTERNAL BATCH CALLER ITS OWN
      * REGISTERED KEY.  THE REGISTRY IS MAINTAINED IN APICLMAINT.
      * REGISTRY: CLIENT|DEPT|CONTACT|KEY|ENDPOINTS|STATUS|ISSUED
      * ENDPOINTS IS A COMMA LIST OF PROGRAM NAMES.
      * RC 0 ADMITTED, 1 UNKNOWN CLIENT, 2 WRONG KEY, 3 SUSPENDED,
      * 4 ENDPOINT NOT ALLOWED, 9 BAD FUNCTION.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT CLFD     ASSIGN TO CL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CL-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CLFD.
           01  CL-LINE             PIC X(250).
       WORKING-STORAGE     SECTION.
       01  CL-FILE             PIC X(80)
                               VALUE './cobol/api-clients.dat'.
       01  CL-FILE-ST          PIC X(02).
       01  CL-REC.
           05  CL-CLIENT           PIC X(20).
           05  CL-DEPT             PIC X(20).
           05  CL-CONTACT          PIC X(40).
           05  CL-KEY              PIC X(24).
           05  CL-ENDPOINTS        PIC X(40).
           05  CL-STATUS           PIC X(9).
           05  CL-ISSUED           PIC X(21).
       01  WS-FOUND            PIC X(1).
       01  WS-ALLOWED          PIC X(1).
       01  WS-IDX              PIC 9(2).
       01  WS-EP-LIST.
           05  WS-EP-NAME      PIC X(12) OCCURS 8 TIMES.
       LINKAGE                 SECTION.
            COPY    "DB-APICLIENT".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           DB-APICLIENT.
       000-MAIN                SECTION.
           MOVE 0 TO DB-APICLIENT-RC.
           MOVE SPACE TO DB-APICLIENT-DEPT.
           MOVE SPACE TO DB-APICLIENT-STATUS.
           EVALUATE DB-APICLIENT-FUNC
             WHEN 'CHECK'
               PERFORM 100-FIND-CLIENT
               PERFORM 200-CHECK
             WHEN 'KEY'
               PERFORM 100-FIND-CLIENT
               IF WS-FOUND = 'Y'
                   MOVE CL-KEY TO DB-APICLIENT-KEY
               ELSE
                   MOVE SPACE TO DB-APICLIENT-KEY
                   MOVE 1 TO DB-APICLIENT-RC
               END-IF
             WHEN OTHER
               MOVE 9 TO DB-APICLIENT-RC
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       100-FIND-CLIENT         SECTION.
           MOVE 'N' TO WS-FOUND.
           IF DB-APICLIENT-CLIENT = SPACE
              OR DB-APICLIENT-CLIENT = LOW-VALUE
               EXIT SECTION
           END-IF.
           OPEN INPUT CLFD.
           IF CL-FILE-ST NOT = "00"
               DISPLAY 'no api client registry'
               EXIT SECTION
           END-IF.
           PERFORM UNTIL CL-FILE-ST NOT = "00" OR WS-FOUND = 'Y'
               READ CLFD INTO CL-LINE
               IF CL-FILE-ST = "00" AND CL-LINE NOT = SPACE
                   MOVE SPACE TO CL-REC
                   UNSTRING CL-LINE DELIMITED BY '|'
                       INTO CL-CLIENT
                            CL-DEPT
                            CL-CONTACT
                            CL-KEY
                            CL-ENDPOINTS
                            CL-STATUS
                            CL-ISSUED
                   IF CL-CLIENT = DB-APICLIENT-CLIENT
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CLFD.
           IF WS-FOUND = 'Y'
               MOVE CL-DEPT TO DB-APICLIENT-DEPT
               MOVE CL-STATUS TO DB-APICLIENT-STATUS
           END-IF.
           EXIT.
      ************************************************************************
       200-CHECK               SECTION.
           IF WS-FOUND NOT = 'Y'
               MOVE 1 TO DB-APICLIENT-RC
               EXIT SECTION
           END-IF.
           IF CL-KEY = SPACE OR CL-KEY NOT = DB-APICLIENT-KEY
               MOVE 2 TO DB-APICLIENT-RC
               EXIT SECTION
           END-IF.
           IF CL-STATUS NOT = 'ACTIVE'
               MOVE 3 TO DB-APICLIENT-RC
               EXIT SECTION
           END-IF.
           PERFORM 210-CHECK-ENDPOINT.
           IF WS-ALLOWED NOT = 'Y'
               MOVE 4 TO DB-APICLIENT-RC
           END-IF.
           EXIT.
      ************************************************************************
       210-CHECK-ENDPOINT      SECTION.
           MOVE 'N' TO WS-ALLOWED.
           IF CL-ENDPOINTS = '*'
               MOVE 'Y' TO WS-ALLOWED
               EXIT SECTION
           END-IF.
           MOVE SPACE TO WS-EP-LIST.
           UNSTRING CL-ENDPOINTS DELIMITED BY ',' OR ' '
               INTO WS-EP-NAME(1) WS-EP-NAME(2) WS-EP-NAME(3)
                    WS-EP-NAME(4) WS-EP-NAME(5) WS-EP-NAME(6)
                    WS-EP-NAME(7) WS-EP-NAME(8).
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               IF WS-EP-NAME(WS-IDX) NOT = SPACE
                  AND WS-EP-NAME(WS-IDX) = DB-APICLIENT-ENDPOINT
                   MOVE 'Y' TO WS-ALLOWED
               END-IF
           END-PERFORM.
           EXIT.
