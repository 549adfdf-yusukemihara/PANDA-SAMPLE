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
                     UNTIL WS-IDX > DB-PUSHSUB-NUM
               ADD 1 TO PSROWCNT
               MOVE DB-PUSHSUB-TOPIC(WS-IDX) TO PSCELL1(PSROWCNT)
               IF DB-PUSHSUB-DELIVERY(WS-IDX) NOT = SPACE
                   MOVE SPACE TO PSCELL1(PSROWCNT)
                   STRING DB-PUSHSUB-TOPIC(WS-IDX) DELIMITED BY SPACE
                          ' ('                     DELIMITED BY SIZE
                          DB-PUSHSUB-DELIVERY(WS-IDX)
                                                   DELIMITED BY SPACE
                          ')'                      DELIMITED BY SIZE
                          INTO PSCELL1(PSROWCNT)
                   END-STRING
               END-IF
               MOVE SPACE TO PSCELL2(PSROWCNT)
               STRING DB-PUSHSUB-TERM(WS-IDX)  DELIMITED BY SPACE
                      ' seq='                  DELIMITED BY SIZE
