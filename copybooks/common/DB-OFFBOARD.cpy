      * OPERATOR OFFBOARDING REQUEST.  USER IS THE LEAVER; DEPT AND
      * SUCCESSOR MAY BE LEFT BLANK, WHEN THE DEPARTMENT COMES FROM
      * THE MASTER AND THE SUCCESSOR IS ITS MANAGER.  BY IS WHO RAN
      * IT (OR THE JOB).  DONE AND OPEN COUNT THE CHECKLIST ITEMS;
      * RC 0 ALL DONE, 1 ITEMS LEFT OPEN, 9 NO USER GIVEN.
       01  DB-OFFBOARD.
           05  DB-OFFBOARD-USER        PIC X(20).
           05  DB-OFFBOARD-DEPT        PIC X(20).
           05  DB-OFFBOARD-SUCCESSOR   PIC X(20).
           05  DB-OFFBOARD-BY          PIC X(20).
           05  DB-OFFBOARD-DONE        PIC 9(4).
           05  DB-OFFBOARD-OPEN        PIC 9(4).
           05  DB-OFFBOARD-RC          PIC 9(4).
