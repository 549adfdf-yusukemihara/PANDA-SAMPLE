      * CONSUMED-MESSAGE ARCHIVE INQUIRY.  SEARCHES THE ARCHIVE KEPT
      * BY THE CONSUMER BY MESSAGE KEY AND DATE RANGE; EMPTY
      * CRITERIA MATCH EVERYTHING.  CLICKING A ROW SHOWS THE FULL
      * ARCHIVED PAYLOAD.  WHEN A DATE RANGE IS GIVEN, THE MONTHLY
      * ARCHIVES THE LOG ROTATION HAS MOVED OUT OF THE FILE FOR THAT
      * RANGE ARE SEARCHED FIRST.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           FD  ARCHFD.
           01  ARCH-LINE           PIC X(500).
       WORKING-STORAGE     SECTION.
            COPY    "DB-LOGARCH".
       01  CONSUMED-FILE       PIC X(80)
                               VALUE './cobol/msgarray-consumed.dat'.
       01  ARCH-FILE           PIC X(84).
       01  ARCH-FILE-ST        PIC X(02).
       01  ARCH-REC.
           05  ARCH-KEY            PIC X(20).
           05  ARCH-PAYLOAD        PIC X(400).
       01  WS-MATCH            PIC X(1).
       01  WS-WANT-ROW         PIC 9(5).
       01  WS-FILE-IDX         PIC 9(3).
       01  WS-FILES-READ       PIC 9(3).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           INITIALIZE ARTABLE.
           MOVE 2 TO ARTROWATTR.
           MOVE WS-WANT-ROW TO ARTROW.
           MOVE 0 TO WS-FILES-READ.
           MOVE 0 TO DB-LOGARCH-NUM.
           IF (SCR-ARFROM NOT = SPACE AND SCR-ARFROM NOT = LOW-VALUE)
              OR (SCR-ARTO NOT = SPACE AND SCR-ARTO NOT = LOW-VALUE)
               MOVE CONSUMED-FILE TO DB-LOGARCH-LOG
               MOVE SCR-ARFROM TO DB-LOGARCH-FROM
               MOVE SCR-ARTO TO DB-LOGARCH-TO
               CALL 'LOGARCH' USING DB-LOGARCH
           END-IF.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > DB-LOGARCH-NUM
               MOVE DB-LOGARCH-FILE(WS-FILE-IDX) TO ARCH-FILE
               PERFORM 105-SCAN-ONE-FILE
           END-PERFORM.
           MOVE CONSUMED-FILE TO ARCH-FILE.
           PERFORM 105-SCAN-ONE-FILE.
           IF WS-FILES-READ = 0
               MOVE 'no consumed-message archive yet' TO SCR-ARMSG
           END-IF.
           EXIT.
      ************************************************************************
       105-SCAN-ONE-FILE       SECTION.
           IF ARROWCNT >= 200
               EXIT SECTION
           END-IF.
           OPEN INPUT ARCHFD.
           IF ARCH-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-FILES-READ.
           PERFORM UNTIL ARCH-FILE-ST NOT = "00"
                      OR ARROWCNT >= 200
               READ ARCHFD INTO ARCH-LINE
