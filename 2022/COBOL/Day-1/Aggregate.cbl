
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

              SELECT RUN-LOCK-FILE
