           SELECT DEADFD   ASSIGN TO DEAD-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DEAD-FILE-ST.
           SELECT LEASEFD  ASSIGN TO LEASE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS LEASE-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  MSGQFD.
           01  ARCH-LINE           PIC X(500).
           FD  DEADFD.
           01  DEAD-LINE           PIC X(80).
           FD  LEASEFD.
           01  LEASE-LINE          PIC X(80).
           FD  STATFD.
           01  STAT-LINE           PIC X(80).
       WORKING-STORAGE     SECTION.
           05  DB-PUSH-ID          PIC X(20).
           05  DB-PUSH-COMMENT     PIC X(80).
           05  DB-PUSH-TOPIC       PIC X(20).
           05  DB-PUSH-SEVERITY    PIC X(8).
       01  WS-DEPTH-LIMIT      PIC 9(5) VALUE 150.
       01  WS-AGE-LIMIT-MINS   PIC 9(5) VALUE 120.
       01  WS-OLDEST-AGE-MINS  PIC 9(7).
       01  WS-REQ-START-CS     PIC 9(9).
       01  WS-REQ-END-CS       PIC 9(9).
       01  WS-INSTANCE         PIC X(20).
       01  WS-LEASE-SECS       PIC 9(5) VALUE 120.
       01  WS-LEASED           PIC X(1).
       01  WS-LOCKED           PIC X(1).
       01  WS-MERGED           PIC X(1).
       01  WS-TRY              PIC 9(3).
       01  WS-J                PIC 9(4).
       01  LEASE-FILE          PIC X(80)
                               VALUE './cobol/msgarray-leases.dat'.
       01  LEASE-FILE-ST       PIC X(02).
       01  LEASE-REC.
           05  LEASE-KEY           PIC X(20).
           05  LEASE-OWNER         PIC X(20).
           05  LEASE-EXPIRY        PIC 9(12).
           05  LEASE-TAKEN         PIC X(14).
       01  WS-LEASES.
           05  WS-LS-NUM           PIC 9(4).
           05  WS-LS-ENTRY         OCCURS 200 TIMES.
               10  WS-LS-KEY           PIC X(20).
               10  WS-LS-OWNER         PIC X(20).
               10  WS-LS-EXPIRY        PIC 9(12).
               10  WS-LS-TAKEN         PIC X(14).
      * WHAT THIS POLL ADDED TO AND DEAD-LETTERED FROM ITS SNAPSHOT
      * OF THE PENDING LIST, APPLIED TO THE CURRENT FILE AT THE END.
       01  WS-NEWQ.
           05  WS-NEWQ-NUM         PIC 9(4).
           05  WS-NEWQ-ENTRY       OCCURS 200 TIMES.
               10  WS-NEWQ-KEY         PIC X(20).
               10  WS-NEWQ-TIME        PIC X(21).
               10  WS-NEWQ-PRIO        PIC 9(1).
       01  WS-GONEQ.
           05  WS-GONEQ-NUM        PIC 9(4).
           05  WS-GONEQ-KEY        OCCURS 200 TIMES
                                   PIC X(20).

       LINKAGE                 SECTION.
            COPY    "MCPAREA".
           IF WS-REQ-END-CS < WS-REQ-START-CS
               ADD 8640000 TO WS-REQ-END-CS
           END-IF.
           MOVE SPACE TO DB-ACCESSLOG-CLIENT.
           COMPUTE DB-ACCESSLOG-ELAPSED =
               (WS-REQ-END-CS - WS-REQ-START-CS) * 10.
           CALL 'ACCESSLOG' USING
           END-IF.
           MOVE ZERO TO WS-READCOUNT.
           MOVE ZERO TO SCR-DEADLETTERS.
           MOVE ZERO TO SCR-SKIPPED.
           MOVE ZERO TO WS-NEWQ-NUM.
           MOVE ZERO TO WS-GONEQ-NUM.
           PERFORM 090-SET-INSTANCE.

      * SEVERAL CONSUMER INSTANCES MAY POLL AT ONCE.  THE PENDING
      * LOCK IS HELD ONLY WHILE THE SNAPSHOT IS TAKEN HERE AND WHILE
      * THIS POLL'S CHANGES ARE MERGED BACK AT THE END; IN BETWEEN,
      * A LEASE PER MESSAGE KEEPS TWO INSTANCES OFF THE SAME ONE.
           MOVE MSGQ-FILE TO DB-FILELOCK-FILE.
           PERFORM 180-ACQUIRE-LOCK.
           IF WS-LOCKED NOT = 'Y'
               DISPLAY 'pending queue locked by ' DB-FILELOCK-HOLDER
               MOVE 503 TO SCR-HTTP-STATUS
               EXIT SECTION
           PERFORM 105-ESCALATE-AGED.
           PERFORM 106-SORT-BY-PRIORITY.

           MOVE MSGQ-FILE TO DB-FILELOCK-FILE.
           PERFORM 185-RELEASE-LOCK.

           DISPLAY 'msgyopen'
           DISPLAY SCR-BODY
           MOVE 'MSGOPEN' TO MCP-FUNC
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               EXIT SECTION
           END-IF

           PERFORM WITH TEST AFTER UNTIL
                   (MCP-RC NOT = ZERO) OR (WS-READCOUNT >= WS-MAXMSGS)
                   OR (SCR-SKIPPED >= WS-MAXMSGS)
               DISPLAY 'msgread'
               MOVE 'MSGREAD'  TO MCP-FUNC
               CALL 'MONFUNC' USING
               IF (MCP-RC = ZERO)
                   DISPLAY '----'
                   DISPLAY DB-MSG-DATA
                   PERFORM 140-TAKE-LEASE
                   IF WS-LEASED = 'Y'
                       ADD 1 TO WS-READCOUNT
                       PERFORM 112-ARCHIVE-CONSUMED
                       PERFORM 110-CHECK-DEADLETTER
                   ELSE
                       ADD 1 TO SCR-SKIPPED
                   END-IF
               END-IF
           END-PERFORM

               DISPLAY 'MSGREAD max-per-call limit reached'
           END-IF

      * A POLL THAT CANNOT GET THE PENDING LOCK BACK LEAVES ITS
      * LEASES IN PLACE; THEY EXPIRE AND ANOTHER INSTANCE TAKES THE
      * MESSAGES OVER.
           MOVE MSGQ-FILE TO DB-FILELOCK-FILE.
           PERFORM 180-ACQUIRE-LOCK.
           MOVE WS-LOCKED TO WS-MERGED.
           IF WS-MERGED = 'Y'
               PERFORM 205-MERGE-PENDING
               PERFORM 200-SAVE-PENDING
               PERFORM 250-UPDATE-STATS
               PERFORM 260-CHECK-THRESHOLDS
               MOVE MSGQ-FILE TO DB-FILELOCK-FILE
               PERFORM 185-RELEASE-LOCK
               PERFORM 150-COMPLETE-LEASES
           ELSE
               DISPLAY 'pending merge blocked by ' DB-FILELOCK-HOLDER
           END-IF.

           DISPLAY 'msgclose'
           MOVE 'MSGCLOSE' TO MCP-FUNC
           END-IF

           MOVE ZERO TO SCR-BODY
           IF WS-MERGED = 'Y'
               MOVE 200 TO SCR-HTTP-STATUS
           ELSE
               MOVE 503 TO SCR-HTTP-STATUS
           END-IF
           MOVE ZERO TO MCP-RC

           EXIT.
      ************************************************************************
       090-SET-INSTANCE        SECTION.
      * THE CALLER NAMES ITS CONSUMER INSTANCE; A CALLER THAT DOES
      * NOT IS KNOWN BY ITS TERMINAL, AS A SINGLE CONSUMER ALWAYS
      * WAS.  THE LEASE TIMEOUT COMES FROM THE SYSTEM SETTINGS.
           IF SCR-CONSUMER = SPACE OR SCR-CONSUMER = LOW-VALUE
               MOVE MCP-TERM TO WS-INSTANCE
           ELSE
               MOVE SCR-CONSUMER TO WS-INSTANCE
           END-IF.
           INITIALIZE DB-SYSTEM.
           MOVE 'GETVALUE' TO MCP-FUNC.
           MOVE PATH-SYSTEM-PRIMARY TO MCP-PATH.
           MOVE MCP-TERM TO DB-SYSTEM-ID.
           MOVE 10 TO DB-SYSTEM-NUM.
           MOVE 'MSGQ-LEASE-SECS' TO DB-SYSTEM-KEY(1).
           CALL 'MCPSUB' USING
                MCPAREA
                DB-SYSTEM.
           IF (MCP-RC = ZERO OR 1)
               IF DB-SYSTEM-VALUE(1) NOT = SPACE
                  AND FUNCTION NUMVAL(DB-SYSTEM-VALUE(1)) > 0
                   COMPUTE WS-LEASE-SECS =
                       FUNCTION NUMVAL(DB-SYSTEM-VALUE(1))
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       095-RELEASE-DEFERRED    SECTION.
      * MESSAGES THE PRODUCER STAMPED WITH A FUTURE NOT-BEFORE SIT
      * ON THE DEFERRED FILE, NOT THE LIVE TABLE.  EACH POLL FIRST
               ADD 1 TO SCR-DEADLETTERS
               PERFORM 120-APPEND-DEADLETTER
               PERFORM 130-REMOVE-PENDING
               IF WS-GONEQ-NUM < 200
                   ADD 1 TO WS-GONEQ-NUM
                   MOVE DB-MSG-C1 TO WS-GONEQ-KEY(WS-GONEQ-NUM)
               END-IF
           ELSE
               IF DB-MSGQ-NUM < 200
                   ADD 1 TO DB-MSGQ-NUM
                   ELSE
                       MOVE 5 TO DB-MSGQ-PRIO(DB-MSGQ-NUM)
                   END-IF
                   ADD 1 TO WS-NEWQ-NUM
                   MOVE DB-MSGQ-ENTRY(DB-MSGQ-NUM)
                     TO WS-NEWQ-ENTRY(WS-NEWQ-NUM)
               ELSE
                   DISPLAY 'pending full, cannot track: ' DB-MSG-C1
               END-IF

       112-ARCHIVE-CONSUMED     SECTION.
      * EVERY CONSUMED MESSAGE IS KEPT WITH ITS PAYLOAD, CONSUMING
      * INSTANCE AND TIMESTAMP SO A DISPUTED DOWNSTREAM RESULT CAN
      * BE TRACED BACK TO EXACTLY WHAT WAS SAID AND WHO TOOK IT.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           OPEN EXTEND ARCHFD.
               MOVE SPACE TO ARCH-LINE
               STRING DB-MSG-C1           DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      WS-INSTANCE         DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      WS-TIMESTAMP        DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
               STRING DB-MSG-C1      DELIMITED BY SPACE
                      '|'            DELIMITED BY SIZE
                      WS-TIMESTAMP   DELIMITED BY SIZE
                      '|'            DELIMITED BY SIZE
                      WS-INSTANCE    DELIMITED BY SPACE
                      INTO DEAD-LINE
               END-STRING
               WRITE DEAD-LINE
           INITIALIZE DB-PUSH.
           MOVE 'queue-alert' TO DB-PUSH-EVENT.
           MOVE 'operations'  TO DB-PUSH-TOPIC.
           MOVE 'WARNING'     TO DB-PUSH-SEVERITY.
           MOVE DB-MSG-C1     TO DB-PUSH-ID.
           MOVE 'message queue depth or age over limit'
               TO DB-PUSH-COMMENT.
           MOVE MSGQ-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           EXIT.
      ************************************************************************
       205-MERGE-PENDING        SECTION.
      * THE PENDING FILE MAY HAVE MOVED ON SINCE THE SNAPSHOT WHILE
      * OTHER INSTANCES POLLED.  IT IS RE-READ UNDER THE LOCK, THIS
      * POLL'S DEAD-LETTERED KEYS COME OFF IT AND ITS NEWLY TRACKED
      * KEYS GO ON.  A NEW KEY ANOTHER INSTANCE TRACKED IN THE
      * MEANTIME WAS DELIVERED TWICE UNACKED AND IS DEAD-LETTERED,
      * JUST AS IT WOULD HAVE BEEN WITH A SINGLE CONSUMER.
           PERFORM 100-LOAD-PENDING.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-GONEQ-NUM
               MOVE 0 TO WS-FOUND-IDX
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > DB-MSGQ-NUM
                   IF DB-MSGQ-KEY(WS-I) = WS-GONEQ-KEY(WS-J)
                       MOVE WS-I TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX > 0
                   PERFORM 130-REMOVE-PENDING
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NEWQ-NUM
               MOVE 0 TO WS-FOUND-IDX
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > DB-MSGQ-NUM
                   IF DB-MSGQ-KEY(WS-I) = WS-NEWQ-KEY(WS-J)
                       MOVE WS-I TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX > 0
                   MOVE WS-NEWQ-KEY(WS-J) TO DB-MSG-C1
                   DISPLAY 'dead-letter: ' DB-MSG-C1
                       ' tracked by another consumer'
                   ADD 1 TO SCR-DEADLETTERS
                   PERFORM 120-APPEND-DEADLETTER
                   PERFORM 130-REMOVE-PENDING
               ELSE
                   IF DB-MSGQ-NUM < 200
                       ADD 1 TO DB-MSGQ-NUM
                       MOVE WS-NEWQ-ENTRY(WS-J)
                         TO DB-MSGQ-ENTRY(DB-MSGQ-NUM)
                   ELSE
                       DISPLAY 'pending full, cannot track: '
                           WS-NEWQ-KEY(WS-J)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       140-TAKE-LEASE           SECTION.
      * A MESSAGE IS WORKED ONLY UNDER A LEASE IN THIS INSTANCE'S
      * NAME.  A LIVE LEASE HELD BY ANOTHER INSTANCE MEANS THE
      * MESSAGE IS ALREADY IN HAND AND IS SKIPPED; A LEASE PAST ITS
      * EXPIRY WAS NEVER COMPLETED AND IS TAKEN OVER.
           MOVE 'N' TO WS-LEASED.
           MOVE LEASE-FILE TO DB-FILELOCK-FILE.
           PERFORM 180-ACQUIRE-LOCK.
           IF WS-LOCKED NOT = 'Y'
               DISPLAY 'lease file locked, skipping ' DB-MSG-C1
               EXIT SECTION
           END-IF.
           PERFORM 160-LOAD-LEASES.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LS-NUM
               IF WS-LS-KEY(WS-I) = DB-MSG-C1
                   MOVE WS-I TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX > 0
              AND WS-LS-OWNER(WS-FOUND-IDX) NOT = WS-INSTANCE
               DISPLAY 'leased by ' WS-LS-OWNER(WS-FOUND-IDX)
                   ', skipping ' DB-MSG-C1
           ELSE
               IF WS-FOUND-IDX = 0
                   IF WS-LS-NUM < 200
                       ADD 1 TO WS-LS-NUM
                       MOVE WS-LS-NUM TO WS-FOUND-IDX
                   ELSE
                       DISPLAY 'lease table full, skipping ' DB-MSG-C1
                   END-IF
               END-IF
               IF WS-FOUND-IDX > 0
                   MOVE DB-MSG-C1 TO WS-LS-KEY(WS-FOUND-IDX)
                   MOVE WS-INSTANCE TO WS-LS-OWNER(WS-FOUND-IDX)
                   COMPUTE WS-LS-EXPIRY(WS-FOUND-IDX) =
                       WS-NOW-SECS + WS-LEASE-SECS
                   MOVE FUNCTION CURRENT-DATE(1:14)
                     TO WS-LS-TAKEN(WS-FOUND-IDX)
                   MOVE 'Y' TO WS-LEASED
                   PERFORM 170-SAVE-LEASES
               END-IF
           END-IF.
           MOVE LEASE-FILE TO DB-FILELOCK-FILE.
           PERFORM 185-RELEASE-LOCK.
           EXIT.
      ************************************************************************
       150-COMPLETE-LEASES      SECTION.
      * ONCE THE POLL'S CHANGES ARE ON THE PENDING FILE ITS WORK IS
      * COMPLETE AND EVERY LEASE IN THIS INSTANCE'S NAME IS DROPPED.
           MOVE LEASE-FILE TO DB-FILELOCK-FILE.
           PERFORM 180-ACQUIRE-LOCK.
           IF WS-LOCKED NOT = 'Y'
               DISPLAY 'lease file locked, leases left to expire'
               EXIT SECTION
           END-IF.
           PERFORM 160-LOAD-LEASES.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LS-NUM
               IF WS-LS-OWNER(WS-I) NOT = WS-INSTANCE
                   ADD 1 TO WS-J
                   MOVE WS-LS-ENTRY(WS-I) TO WS-LS-ENTRY(WS-J)
               END-IF
           END-PERFORM.
           MOVE WS-J TO WS-LS-NUM.
           PERFORM 170-SAVE-LEASES.
           MOVE LEASE-FILE TO DB-FILELOCK-FILE.
           PERFORM 185-RELEASE-LOCK.
           EXIT.
      ************************************************************************
       160-LOAD-LEASES          SECTION.
      * LEASE FILE: KEY|INSTANCE|EXPIRY-SECONDS|TAKEN.  EXPIRED
      * LEASES ARE DROPPED AS THEY ARE READ.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-STAMP.
           PERFORM 115-STAMP-TO-SECONDS.
           MOVE WS-ENTRY-SECS TO WS-NOW-SECS.
           MOVE 0 TO WS-LS-NUM.
           OPEN INPUT LEASEFD.
           IF LEASE-FILE-ST NOT = '00'
               EXIT SECTION
           END-IF.
           PERFORM UNTIL LEASE-FILE-ST NOT = '00'
               READ LEASEFD
               IF LEASE-FILE-ST = '00' AND LEASE-LINE NOT = SPACE
                   MOVE SPACE TO LEASE-REC
                   MOVE 0 TO LEASE-EXPIRY
                   UNSTRING LEASE-LINE DELIMITED BY '|'
                       INTO LEASE-KEY
                            LEASE-OWNER
                            LEASE-EXPIRY
                            LEASE-TAKEN
                   END-UNSTRING
                   IF LEASE-EXPIRY < WS-NOW-SECS
                       DISPLAY 'lease expired: ' LEASE-KEY
                           ' held by ' LEASE-OWNER
                   ELSE
                       IF WS-LS-NUM < 200
                           ADD 1 TO WS-LS-NUM
                           MOVE LEASE-REC TO WS-LS-ENTRY(WS-LS-NUM)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LEASEFD.
           EXIT.
      ************************************************************************
       170-SAVE-LEASES          SECTION.
           OPEN OUTPUT LEASEFD.
           IF LEASE-FILE-ST NOT = '00'
               DISPLAY 'cannot write lease file'
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LS-NUM
               MOVE SPACE TO LEASE-LINE
               STRING WS-LS-KEY(WS-I)    DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      WS-LS-OWNER(WS-I)  DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      WS-LS-EXPIRY(WS-I) DELIMITED BY SIZE
                      '|'                DELIMITED BY SIZE
                      WS-LS-TAKEN(WS-I)  DELIMITED BY SIZE
                      INTO LEASE-LINE
               END-STRING
               WRITE LEASE-LINE
           END-PERFORM.
           CLOSE LEASEFD.
           EXIT.
      ************************************************************************
       180-ACQUIRE-LOCK         SECTION.
      * THE CALLER SETS DB-FILELOCK-FILE.  OTHER INSTANCES HOLD THESE
      * LOCKS ONLY FOR A FEW FILE OPERATIONS, SO A HELD LOCK IS TRIED
      * AGAIN A BOUNDED NUMBER OF TIMES BEFORE THE CALLER BACKS OFF.
           MOVE 'N' TO WS-LOCKED.
           MOVE 2 TO DB-FILELOCK-RC.
           PERFORM VARYING WS-TRY FROM 1 BY 1
                   UNTIL WS-TRY > 100 OR DB-FILELOCK-RC NOT = 2
               MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC
               MOVE WS-INSTANCE TO DB-FILELOCK-OWNER
               MOVE 30 TO DB-FILELOCK-TIMEOUT
               CALL 'FILELOCK' USING DB-FILELOCK
           END-PERFORM.
           IF DB-FILELOCK-RC NOT = 2
               MOVE 'Y' TO WS-LOCKED
           END-IF.
           EXIT.
      ************************************************************************
       185-RELEASE-LOCK         SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE WS-INSTANCE TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       950-RESOLVE-PATHS       SECTION.
      * THE PATH NAMES IN DB-PATH START AS THE PRIMARIES; THE
