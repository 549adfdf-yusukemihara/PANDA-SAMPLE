      * ENDPOINT CALLS HERE ON EXIT; ONE LINE PER REQUEST WITH
      * PROGRAM, METHOD, STATUS, TERMINAL, USER, TIMESTAMP AND BODY
      * SIZE GOES TO THE COMMON ACCESS LOG READ BY THE DAILY
      * TRAFFIC REPORT.  THE REGISTERED API CLIENT, WHERE THE
      * ENDPOINT HAS ONE, CLOSES THE LINE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
                      DB-ACCESSLOG-SIZE    DELIMITED BY SIZE
                      '|'                  DELIMITED BY SIZE
                      DB-ACCESSLOG-ELAPSED DELIMITED BY SIZE
                      '|'                  DELIMITED BY SIZE
                      DB-ACCESSLOG-CLIENT  DELIMITED BY SPACE
                      INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
