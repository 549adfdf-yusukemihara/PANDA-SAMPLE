               MOVE 0 TO DB-PUSHSUB-LASTSEQ(DB-PUSHSUB-NUM)
               MOVE 0 TO DB-PUSHSUB-FAILS(DB-PUSHSUB-NUM)
               MOVE SPACE TO DB-PUSHSUB-LASTOK(DB-PUSHSUB-NUM)
               MOVE SPACE TO DB-PUSHSUB-DELIVERY(DB-PUSHSUB-NUM)
               MOVE SPACE TO DB-PUSHSUB-LASTDIG(DB-PUSHSUB-NUM)
               MOVE DB-PUSHSUB-NUM TO WS-MY-IDX
           END-IF.
           IF WS-MY-IDX NOT = 0
               PERFORM 206-SET-DELIVERY
               IF DB-PUSHSUB-DELIVERY(WS-MY-IDX) = SPACE
                   PERFORM 240-REPLAY-MISSED
               END-IF
               PERFORM 220-SAVE-SUBSCRIBERS
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           DISPLAY 'window1 subscribe end'.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       206-SET-DELIVERY          SECTION.
      * SUBSCRIBING AGAIN TO A TOPIC CHANGES ITS DELIVERY.  HOURLY OR
      * SHIFT HOLDS THE TOPIC'S EVENTS FOR PUSHDIGEST; ANYTHING ELSE
      * IS IMMEDIATE.  A NEWLY DIGESTED TOPIC STARTS ITS FIRST
      * INTERVAL NOW.
           EVALUATE SCR-DELIVERY
             WHEN 'HOURLY'
             WHEN 'SHIFT'
               IF DB-PUSHSUB-DELIVERY(WS-MY-IDX) = SPACE
                   MOVE FUNCTION CURRENT-DATE(1:14)
                     TO DB-PUSHSUB-LASTDIG(WS-MY-IDX)
               END-IF
               MOVE SCR-DELIVERY TO DB-PUSHSUB-DELIVERY(WS-MY-IDX)
             WHEN OTHER
               MOVE SPACE TO DB-PUSHSUB-DELIVERY(WS-MY-IDX)
               MOVE SPACE TO DB-PUSHSUB-LASTDIG(WS-MY-IDX)
           END-EVALUATE.
           EXIT.
      ************************************************************************
       220-SAVE-SUBSCRIBERS      SECTION.
           OPEN OUTPUT SAVEFD.
                      '|'                      DELIMITED BY SIZE
                      DB-PUSHSUB-LASTOK(WS-IDX)
                                               DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-PUSHSUB-DELIVERY(WS-IDX)
                                               DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-PUSHSUB-LASTDIG(WS-IDX)
                                               DELIMITED BY SPACE
                      INTO SAVE-LINE
               END-STRING
               WRITE SAVE-LINE
                   IF PUSHSUB-FILE-ST = "00"
                      AND PUSHSUB-LINE NOT = SPACE
                       ADD 1 TO DB-PUSHSUB-NUM
                       MOVE SPACE TO DB-PUSHSUB-DELIVERY(DB-PUSHSUB-NUM)
                                     DB-PUSHSUB-LASTDIG(DB-PUSHSUB-NUM)
                       UNSTRING PUSHSUB-LINE DELIMITED BY '|'
                           INTO DB-PUSHSUB-TOPIC(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-TERM(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-LASTSEQ(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-FAILS(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-LASTOK(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-DELIVERY(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-LASTDIG(DB-PUSHSUB-NUM)
                   END-IF
               END-PERFORM
               CLOSE PUSHSUBFD
