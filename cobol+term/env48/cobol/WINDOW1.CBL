           STRING WS-CONNECTED-TS DELIMITED BY SPACE
                  '~'             DELIMITED BY SIZE
                  WS-LASTPUT-TS   DELIMITED BY SPACE
                  '~'             DELIMITED BY SIZE
                  MCP-USER        DELIMITED BY SPACE
                  INTO DB-CHECKPT-STATE
           END-STRING.
           CALL 'CHECKPT' USING DB-CHECKPT.
