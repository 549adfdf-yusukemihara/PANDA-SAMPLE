       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         TZCONV.
      ******************************************************************
      * LOCATION TIME ZONES.  EVERY RECORD IS STAMPED FROM THE SERVER
      * CLOCK, WHICH IS THE REFERENCE TIME; EACH SITE ON THE ZONE
      * TABLE CARRIES ITS OFFSET FROM UTC, AND OPTIONALLY A SUMMER
      * OFFSET WITH THE MMDD DATES (INCLUSIVE, LOCAL) IT RUNS FROM
      * AND TO.  A SUMMER PERIOD WHOSE FROM IS AFTER ITS TO SPANS THE
      * YEAR END, AS IN THE SOUTHERN HEMISPHERE.
      * THE SITE IS THE LOCATION GIVEN, OR WHEN THAT IS BLANK THE
      * LOCATION OF THE TERMINAL GIVEN ON THE TERMINAL MASTER; THE
      * LOCATION USED IS RETURNED.
      * FUNCTIONS:
      *   NOW     - THE CURRENT LOCAL TIME AT THE SITE.
      *   TOLOCAL - TS-IN, A STORED TIMESTAMP, AS LOCAL TIME AT THE
      *             SITE.  A STAMP CARRYING ITS OWN +HHMM OFFSET IN
      *             POSITIONS 17-21 IS TAKEN AT THAT OFFSET, ANY
      *             OTHER AT THE SERVER'S.
      *   TOREF   - TS-IN, A LOCAL TIME AT THE SITE, AS REFERENCE
      *             TIME FOR COMPARING WITH STORED TIMESTAMPS.
      * TS-OUT IS YYYYMMDDHHMMSSHH FOLLOWED BY THE OFFSET IT IS IN,
      * WHICH IS ALSO RETURNED IN ZONE.
      * RC 0 OK, 1 NO ZONE ON FILE FOR THE SITE (TS-OUT IS THE
      * REFERENCE TIME UNCHANGED), 2 TS-IN IS NOT A TIMESTAMP,
      * 9 BAD FUNCTION.
      * ZONE TABLE: LOCATION|OFFSET|SUMMER-OFFSET|SUMMER-FROM|
      *             SUMMER-TO   (OFFSETS +HHMM OR -HHMM)
      * THE TABLES ARE HELD BETWEEN CALLS AND RE-READ WHEN THE CLOCK
      * HAS MOVED ON A MINUTE, SO A SCREEN CONVERTING A WHOLE LIST
      * READS THEM ONCE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT TZFD     ASSIGN TO TZ-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TZ-FILE-ST.
           SELECT TERMFD   ASSIGN TO TERM-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TERM-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  TZFD.
           01  TZ-LINE             PIC X(80).
           FD  TERMFD.
           01  TERM-LINE           PIC X(80).
       WORKING-STORAGE     SECTION.
       01  TZ-FILE             PIC X(80)
                               VALUE './cobol/location-timezones.dat'.
       01  TZ-FILE-ST          PIC X(02).
       01  TERM-FILE           PIC X(80)
                               VALUE './cobol/terminal-master.dat'.
       01  TERM-FILE-ST        PIC X(02).
       01  ZONE-TABLE.
           05  ZON-NUM             PIC 9(3).
           05  ZON-ENTRY OCCURS 100 TIMES.
               10  ZON-LOC         PIC X(20).
               10  ZON-STD         PIC X(5).
               10  ZON-SUM         PIC X(5).
               10  ZON-SUM-FROM    PIC X(4).
               10  ZON-SUM-TO      PIC X(4).
       01  TERM-TABLE.
           05  TRM-NUM             PIC 9(4).
           05  TRM-ENTRY OCCURS 500 TIMES.
               10  TRM-ID          PIC X(20).
               10  TRM-LOC         PIC X(20).
       01  TRM-REC.
           05  TRM-REC-ID          PIC X(20).
           05  TRM-REC-LOC         PIC X(20).
       01  WS-LOADED-AT        PIC X(12) VALUE SPACE.
       01  WS-NOW              PIC X(21).
       01  WS-IDX              PIC 9(4).
       01  WS-ZONE-IDX         PIC 9(4).
       01  WS-OFF-TEXT         PIC X(5).
       01  WS-OFF-MIN          PIC S9(4).
       01  WS-OFF-OK           PIC X(1).
       01  WS-SRC-MIN          PIC S9(4).
       01  WS-DST-MIN          PIC S9(4).
       01  WS-DST-ZONE         PIC X(5).
       01  WS-MINUTES          PIC S9(11).
       01  WS-LOCAL-MIN        PIC S9(11).
       01  WS-DAYS             PIC 9(7).
       01  WS-DAY-MIN          PIC 9(4).
       01  WS-HH               PIC 9(2).
       01  WS-MM               PIC 9(2).
       01  WS-DATE             PIC 9(8).
       01  WS-MMDD             PIC X(4).
       01  WS-SUMMER           PIC X(1).
       01  WS-SECS             PIC X(4).
       LINKAGE                 SECTION.
            COPY    "DB-TZCONV".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           DB-TZCONV.
       000-MAIN                SECTION.
           MOVE 0 TO DB-TZCONV-RC.
           MOVE SPACE TO DB-TZCONV-TS-OUT.
           MOVE SPACE TO DB-TZCONV-ZONE.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-NOW.
           PERFORM 100-REFRESH-TABLES.
           IF DB-TZCONV-LOCATION = SPACE
              OR DB-TZCONV-LOCATION = LOW-VALUE
               PERFORM 200-RESOLVE-TERM
           END-IF.
           EVALUATE DB-TZCONV-FUNC
             WHEN 'NOW'
               MOVE WS-NOW TO DB-TZCONV-TS-IN
               PERFORM 300-TO-LOCAL
             WHEN 'TOLOCAL'
               PERFORM 300-TO-LOCAL
             WHEN 'TOREF'
               PERFORM 400-TO-REF
             WHEN OTHER
               MOVE 9 TO DB-TZCONV-RC
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       100-REFRESH-TABLES      SECTION.
           IF WS-LOADED-AT = WS-NOW(1:12)
               EXIT SECTION
           END-IF.
           MOVE WS-NOW(1:12) TO WS-LOADED-AT.
           MOVE 0 TO ZON-NUM.
           OPEN INPUT TZFD.
           IF TZ-FILE-ST = "00"
               PERFORM UNTIL TZ-FILE-ST NOT = "00"
                        OR ZON-NUM >= 100
                   READ TZFD
                   IF TZ-FILE-ST = "00" AND TZ-LINE NOT = SPACE
                      AND TZ-LINE(1:1) NOT = '*'
                       ADD 1 TO ZON-NUM
                       MOVE SPACE TO ZON-ENTRY(ZON-NUM)
                       UNSTRING TZ-LINE DELIMITED BY '|'
                           INTO ZON-LOC(ZON-NUM)
                                ZON-STD(ZON-NUM)
                                ZON-SUM(ZON-NUM)
                                ZON-SUM-FROM(ZON-NUM)
                                ZON-SUM-TO(ZON-NUM)
                       END-UNSTRING
                   END-IF
               END-PERFORM
               CLOSE TZFD
           END-IF.
           MOVE 0 TO TRM-NUM.
           OPEN INPUT TERMFD.
           IF TERM-FILE-ST = "00"
               PERFORM UNTIL TERM-FILE-ST NOT = "00"
                        OR TRM-NUM >= 500
                   READ TERMFD
                   IF TERM-FILE-ST = "00" AND TERM-LINE NOT = SPACE
                      AND TERM-LINE(1:1) NOT = '*'
                       MOVE SPACE TO TRM-REC
                       UNSTRING TERM-LINE DELIMITED BY '|'
                           INTO TRM-REC-ID
                                TRM-REC-LOC
                       END-UNSTRING
                       ADD 1 TO TRM-NUM
                       MOVE TRM-REC-ID  TO TRM-ID(TRM-NUM)
                       MOVE TRM-REC-LOC TO TRM-LOC(TRM-NUM)
                   END-IF
               END-PERFORM
               CLOSE TERMFD
           END-IF.
           EXIT.
      ************************************************************************
       200-RESOLVE-TERM        SECTION.
           MOVE SPACE TO DB-TZCONV-LOCATION.
           IF DB-TZCONV-TERM = SPACE OR DB-TZCONV-TERM = LOW-VALUE
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > TRM-NUM
               IF TRM-ID(WS-IDX) = DB-TZCONV-TERM
                   MOVE TRM-LOC(WS-IDX) TO DB-TZCONV-LOCATION
                   EXIT SECTION
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       300-TO-LOCAL            SECTION.
           MOVE DB-TZCONV-TS-IN TO DB-TZCONV-TS-OUT.
           IF DB-TZCONV-TS-IN(1:12) NOT NUMERIC
               MOVE 2 TO DB-TZCONV-RC
               EXIT SECTION
           END-IF.
      * THE OFFSET THE STAMP WAS TAKEN AT.
           MOVE DB-TZCONV-TS-IN(17:5) TO WS-OFF-TEXT.
           PERFORM 600-PARSE-OFFSET.
           IF WS-OFF-OK NOT = 'Y'
               MOVE WS-NOW(17:5) TO WS-OFF-TEXT
               PERFORM 600-PARSE-OFFSET
           END-IF.
           MOVE WS-OFF-MIN TO WS-SRC-MIN.
           MOVE WS-OFF-TEXT TO DB-TZCONV-ZONE.
           PERFORM 500-FIND-ZONE.
           IF WS-ZONE-IDX = 0
               MOVE 1 TO DB-TZCONV-RC
               EXIT SECTION
           END-IF.
           MOVE DB-TZCONV-TS-IN(1:8) TO WS-DATE.
           MOVE DB-TZCONV-TS-IN(9:2) TO WS-HH.
           MOVE DB-TZCONV-TS-IN(11:2) TO WS-MM.
           COMPUTE WS-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-DATE) * 1440
               + WS-HH * 60 + WS-MM - WS-SRC-MIN.
      * SUMMER TIME IS DECIDED ON THE SITE'S STANDARD-TIME DATE.
           MOVE ZON-STD(WS-ZONE-IDX) TO WS-OFF-TEXT.
           PERFORM 600-PARSE-OFFSET.
           COMPUTE WS-LOCAL-MIN = WS-MINUTES + WS-OFF-MIN.
           PERFORM 700-SPLIT-MINUTES.
           MOVE WS-DATE(5:4) TO WS-MMDD.
           PERFORM 510-CHOOSE-OFFSET.
           COMPUTE WS-LOCAL-MIN = WS-MINUTES + WS-DST-MIN.
           PERFORM 700-SPLIT-MINUTES.
           PERFORM 710-BUILD-OUT.
           MOVE WS-DST-ZONE TO DB-TZCONV-ZONE.
           MOVE WS-DST-ZONE TO DB-TZCONV-TS-OUT(17:5).
           EXIT.
      ************************************************************************
       400-TO-REF              SECTION.
           MOVE DB-TZCONV-TS-IN TO DB-TZCONV-TS-OUT.
           IF DB-TZCONV-TS-IN(1:12) NOT NUMERIC
               MOVE 2 TO DB-TZCONV-RC
               EXIT SECTION
           END-IF.
           MOVE WS-NOW(17:5) TO WS-OFF-TEXT.
           PERFORM 600-PARSE-OFFSET.
           IF WS-OFF-OK NOT = 'Y'
               MOVE '+0000' TO WS-OFF-TEXT
               MOVE 0 TO WS-OFF-MIN
           END-IF.
           MOVE WS-OFF-MIN TO WS-SRC-MIN.
           MOVE WS-OFF-TEXT TO DB-TZCONV-ZONE.
           PERFORM 500-FIND-ZONE.
           IF WS-ZONE-IDX = 0
               MOVE 1 TO DB-TZCONV-RC
               EXIT SECTION
           END-IF.
           MOVE DB-TZCONV-TS-IN(1:8) TO WS-DATE.
           MOVE DB-TZCONV-TS-IN(9:2) TO WS-HH.
           MOVE DB-TZCONV-TS-IN(11:2) TO WS-MM.
           MOVE WS-DATE(5:4) TO WS-MMDD.
           PERFORM 510-CHOOSE-OFFSET.
           COMPUTE WS-LOCAL-MIN =
               FUNCTION INTEGER-OF-DATE(WS-DATE) * 1440
               + WS-HH * 60 + WS-MM - WS-DST-MIN + WS-SRC-MIN.
           PERFORM 700-SPLIT-MINUTES.
           PERFORM 710-BUILD-OUT.
           MOVE DB-TZCONV-ZONE TO DB-TZCONV-TS-OUT(17:5).
           EXIT.
      ************************************************************************
       500-FIND-ZONE           SECTION.
           MOVE 0 TO WS-ZONE-IDX.
           IF DB-TZCONV-LOCATION = SPACE
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > ZON-NUM
               IF ZON-LOC(WS-IDX) = DB-TZCONV-LOCATION
                   MOVE ZON-STD(WS-IDX) TO WS-OFF-TEXT
                   PERFORM 600-PARSE-OFFSET
                   IF WS-OFF-OK = 'Y'
                       MOVE WS-IDX TO WS-ZONE-IDX
                   END-IF
                   EXIT SECTION
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       510-CHOOSE-OFFSET       SECTION.
      * STANDARD OFFSET UNLESS WS-MMDD FALLS IN THE SUMMER PERIOD.
           MOVE 'N' TO WS-SUMMER.
           IF ZON-SUM(WS-ZONE-IDX) NOT = SPACE
              AND ZON-SUM-FROM(WS-ZONE-IDX) NOT = SPACE
              AND ZON-SUM-TO(WS-ZONE-IDX) NOT = SPACE
               IF ZON-SUM-FROM(WS-ZONE-IDX) <= ZON-SUM-TO(WS-ZONE-IDX)
                   IF WS-MMDD >= ZON-SUM-FROM(WS-ZONE-IDX)
                      AND WS-MMDD <= ZON-SUM-TO(WS-ZONE-IDX)
                       MOVE 'Y' TO WS-SUMMER
                   END-IF
               ELSE
                   IF WS-MMDD >= ZON-SUM-FROM(WS-ZONE-IDX)
                      OR WS-MMDD <= ZON-SUM-TO(WS-ZONE-IDX)
                       MOVE 'Y' TO WS-SUMMER
                   END-IF
               END-IF
           END-IF.
           IF WS-SUMMER = 'Y'
               MOVE ZON-SUM(WS-ZONE-IDX) TO WS-OFF-TEXT
               PERFORM 600-PARSE-OFFSET
               IF WS-OFF-OK = 'Y'
                   MOVE WS-OFF-MIN TO WS-DST-MIN
                   MOVE WS-OFF-TEXT TO WS-DST-ZONE
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE ZON-STD(WS-ZONE-IDX) TO WS-OFF-TEXT.
           PERFORM 600-PARSE-OFFSET.
           MOVE WS-OFF-MIN TO WS-DST-MIN.
           MOVE WS-OFF-TEXT TO WS-DST-ZONE.
           EXIT.
      ************************************************************************
       600-PARSE-OFFSET        SECTION.
           MOVE 'N' TO WS-OFF-OK.
           MOVE 0 TO WS-OFF-MIN.
           IF (WS-OFF-TEXT(1:1) NOT = '+' AND NOT = '-')
              OR WS-OFF-TEXT(2:4) NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-OFF-TEXT(2:2) TO WS-HH.
           MOVE WS-OFF-TEXT(4:2) TO WS-MM.
           IF WS-HH > 14 OR WS-MM > 59
               EXIT SECTION
           END-IF.
           COMPUTE WS-OFF-MIN = WS-HH * 60 + WS-MM.
           IF WS-OFF-TEXT(1:1) = '-'
               COMPUTE WS-OFF-MIN = 0 - WS-OFF-MIN
           END-IF.
           MOVE 'Y' TO WS-OFF-OK.
           EXIT.
      ************************************************************************
       700-SPLIT-MINUTES       SECTION.
           COMPUTE WS-DAYS = WS-LOCAL-MIN / 1440.
           COMPUTE WS-DAY-MIN = WS-LOCAL-MIN - WS-DAYS * 1440.
           COMPUTE WS-DATE = FUNCTION DATE-OF-INTEGER(WS-DAYS).
           COMPUTE WS-HH = WS-DAY-MIN / 60.
           COMPUTE WS-MM = WS-DAY-MIN - WS-HH * 60.
           EXIT.
      ************************************************************************
       710-BUILD-OUT           SECTION.
      * SECONDS AND HUNDREDTHS CARRY ACROSS UNCHANGED.
           MOVE DB-TZCONV-TS-IN(13:4) TO WS-SECS.
           IF WS-SECS(1:2) NOT NUMERIC
               MOVE '00' TO WS-SECS(1:2)
           END-IF.
           IF WS-SECS(3:2) NOT NUMERIC
               MOVE '00' TO WS-SECS(3:2)
           END-IF.
           MOVE SPACE TO DB-TZCONV-TS-OUT.
           MOVE WS-DATE TO DB-TZCONV-TS-OUT(1:8).
           MOVE WS-HH   TO DB-TZCONV-TS-OUT(9:2).
           MOVE WS-MM   TO DB-TZCONV-TS-OUT(11:2).
           MOVE WS-SECS TO DB-TZCONV-TS-OUT(13:4).
           EXIT.
