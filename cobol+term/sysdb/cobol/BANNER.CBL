      * THE USER IS IN.  THE POPUP REQUEST FIELDS ARE LEFT ALONE -
      * THOSE BELONG TO THE NOTIFY QUEUE, WHICH ENQUEUES WHATEVER IT
      * FINDS THERE.  AN EXPIRED OR CLEARED BANNER CLEARS THE FIELDS
      * SO NO STALE OVERLAY LINGERS IN THE LINK AREA.  THE OPEN
      * BUSINESS DATE AND THE CLOCK TIME (YYYYMMDDHHMM) ARE STAMPED
      * INTO THE LINK AREA ON EVERY PASS SO EACH SCREEN SHOWS WHICH
      * DAY ITS WORK IS BOOKED TO.  THE CLOCK IS THE LOCAL TIME AT
      * THE TERMINAL'S LOCATION, WITH ITS UTC OFFSET ALONGSIDE; A
      * TERMINAL WHOSE LOCATION HAS NO ZONE ON FILE SEES THE SERVER
      * CLOCK.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
            COPY    "DB-PATH".
            COPY    "DB-PATHSEL".
            COPY    "DB-SYSTEM".
            COPY    "DB-BUSDATE".
            COPY    "DB-TZCONV".
       01  WS-BAN-MESSAGE      PIC X(60).
       01  WS-BAN-LEVEL        PIC X(10).
       01  WS-BAN-EXPIRY       PIC X(12).
           LINKAREA.
       000-MAIN                SECTION.
           PERFORM 950-RESOLVE-PATHS.
           PERFORM 100-STAMP-BUSINESS-DATE.
           MOVE SPACE TO LNK-BANNER-MSG.
           MOVE SPACE TO LNK-BANNER-LEVEL.
           MOVE MCP-FUNC TO WS-SAVE-FUNC.
           MOVE WS-BAN-MESSAGE   TO LNK-BANNER-MSG.
           MOVE WS-BAN-LEVEL     TO LNK-BANNER-LEVEL.
           EXIT    PROGRAM.
      ************************************************************************
       100-STAMP-BUSINESS-DATE SECTION.
           INITIALIZE DB-BUSDATE.
           MOVE 'GET' TO DB-BUSDATE-FUNC.
           CALL 'BUSDATE' USING DB-BUSDATE.
           MOVE DB-BUSDATE-DATE TO LNK-BUSDATE.
           INITIALIZE DB-TZCONV.
           MOVE 'NOW' TO DB-TZCONV-FUNC.
           MOVE MCP-TERM TO DB-TZCONV-TERM.
           CALL 'TZCONV' USING DB-TZCONV.
           MOVE DB-TZCONV-TS-OUT(1:12) TO LNK-CLOCKTIME.
           MOVE DB-TZCONV-ZONE TO LNK-TIMEZONE.
           EXIT.
      ************************************************************************
       950-RESOLVE-PATHS       SECTION.
      * THE PATH NAMES IN DB-PATH START AS THE PRIMARIES; THE
