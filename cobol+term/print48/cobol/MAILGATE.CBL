      * RULES:        KIND|MATCH|RECIPIENT-KEY
      *   KIND NOTIFY MATCHES THE SEVERITY, KIND REPORT MATCHES THE
      *   REPORT FILE NAME UNDER ./cobol/.
      * A NOTIFICATION MAIL CARRIES ITS ID (RECIPIENT-TIME, THE SEND
      * LOG KEY) IN SQUARE BRACKETS AT THE FRONT OF THE SUBJECT SO A
      * REPLY CAN BE MATCHED BACK BY THE MAILACK PICKUP.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       01  WS-ADDR-IDX         PIC 9(3).
       01  WS-ADDRESS          PIC X(60).
       01  WS-MAIL-KEY         PIC X(70).
       01  WS-SUBJECT          PIC X(80).
       01  WS-BODY-FILE        PIC X(90).
       01  WS-ATTEMPTS         PIC 9(3).
       01  WS-SENT-OK          PIC X(1).
                              NOTE-TIME      DELIMITED BY SPACE
                              INTO WS-MAIL-KEY
                       END-STRING
                       MOVE SPACE TO WS-SUBJECT
                       STRING '['            DELIMITED BY SIZE
                              WS-MAIL-KEY    DELIMITED BY SPACE
                              '] '           DELIMITED BY SIZE
                              NOTE-SUMMARY   DELIMITED BY SIZE
                              INTO WS-SUBJECT
                       END-STRING
                       MOVE SPACE TO WS-BODY-FILE
                       PERFORM 400-SEND-IF-NEW
                   END-IF
