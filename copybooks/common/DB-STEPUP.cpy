      * STEP-UP RE-AUTHENTICATION BEFORE A PRIVILEGED CONFIRMATION.
      * PASS IS THE PASSWORD THE OPERATOR RE-ENTERED, OR SPACE TO
      * RELY ON A STEP-UP STILL VALID FOR THE USER AT THE TERMINAL.
      * RC 0 CONFIRMED, 1 PASSWORD REQUIRED, 2 PASSWORD WRONG,
      * 3 ACCOUNT LOCKED, 4 USER NOT ON THE CREDENTIAL TABLE.
       01  DB-STEPUP.
           05  DB-STEPUP-PASS          PIC X(20).
           05  DB-STEPUP-RC            PIC 9(4).
