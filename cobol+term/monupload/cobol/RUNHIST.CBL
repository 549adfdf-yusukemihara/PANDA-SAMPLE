           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE 'RUN-HISTORY' TO DB-AUTH-FUNC.
           MOVE 'Y' TO DB-AUTH-DEFAULT.
           MOVE 'Y' TO DB-AUTH-NOLOG.
           CALL 'AUTHCHECK' USING DB-AUTH.
           MOVE 'N' TO DB-AUTH-NOLOG.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           MOVE MCP-USER   TO DB-DEPTMAST-USER.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
