
          SELECT RUN-LEDGER-FILE
              ASSIGN DYNAMIC WS-RUN-LEDGER-DATASET
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RLG-KEY
              ALTERNATE RECORD KEY IS RLG-RUN-DATE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS RLG-OUTPUT-DATASET
                 WITH DUPLICATES
              FILE STATUS IS WS-RUN-LEDGER-STATUS.

          SELECT GEN-CATALOG-FILE
           EVALUATE WS-STP-KEY(I)
              WHEN 'ELFAGG'
                 MOVE 'ELF-AGGREGATE-PROGRAM' TO WS-MAPPED-PROGRAM
              WHEN 'ELFSCRN'
                 MOVE 'ELF-SCREEN-PROGRAM' TO WS-MAPPED-PROGRAM
              WHEN 'DAY1P1'
                 MOVE 'DAY_1-PROGRAM' TO WS-MAPPED-PROGRAM
              WHEN 'DAY1P2'
                 MOVE 'DAY_4-PROGRAM' TO WS-MAPPED-PROGRAM
              WHEN 'DAY5P1'
                 MOVE 'DAY_5-PROGRAM' TO WS-MAPPED-PROGRAM
              WHEN 'DAY5P2'
                 MOVE 'DAY_5_P2-PROGRAM' TO WS-MAPPED-PROGRAM
              WHEN 'DAY6P1'
                 MOVE 'DAY_6-PROGRAM' TO WS-MAPPED-PROGRAM
              WHEN OTHER
                 MOVE SPACES TO WS-MAPPED-PROGRAM
           END-EVALUATE.
      *    checked for survival on disk. DRIVER-PROGRAM's own
      *    summary/skip records carry annotations, not dataset names,
      *    and the verification step writes no generation - neither
      *    is a survival check. The pass reads only the cycle's run
      *    dates, off the ledger's RLG-RUN-DATE alternate key.
      **----------------------------------------------------------------
       MATCH-LEDGER-TO-JOURNAL.
           OPEN INPUT RUN-LEDGER-FILE.
           IF WS-RUN-LEDGER-STATUS = '00'
              MOVE WS-CYCLE-FROM-DATE TO RLG-RUN-DATE
              START RUN-LEDGER-FILE KEY >= RLG-RUN-DATE
                  INVALID KEY
                      MOVE 'Y' TO LEDGER-EOF
              END-START
              PERFORM UNTIL LEDGER-EOF = 'Y'
                  READ RUN-LEDGER-FILE NEXT RECORD
                      AT END
                          MOVE 'Y' TO LEDGER-EOF
                      NOT AT END
                          IF RLG-RUN-DATE > WS-CYCLE-TO-DATE
                             MOVE 'Y' TO LEDGER-EOF
                          ELSE
                             PERFORM MATCH-ONE-LEDGER-RECORD
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RUN-LEDGER-FILE
