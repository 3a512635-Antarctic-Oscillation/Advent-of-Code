      **  is written and the main files are closed. COPY this into     **
      **  PROCEDURE DIVISION and PERFORM WRITE-RUN-LEDGER after        **
      **  MOVEing the program's own PROGRAM-ID into WS-LEDGER-PROGRAM. **
      **  The ledger is INDEXED on RLG-KEY, opened I-O so history      **
      **  accumulates instead of each run overwriting the last - the   **
      **  ledger is the one file in the suite that is shared across    **
      **  programs and runs on purpose. A duplicate key (two runs of   **
      **  one program inside the same hundredth of a second) is        **
      **  re-stamped a hundredth later rather than lost. A ledger that **
      **  cannot be opened is reported but not fatal: the run's own    **
      **  answer already stands on its OUTPUT-FILE, the ledger is an   **
      **  audit trail.                                                 **
      ******************************************************************
       WRITE-RUN-LEDGER.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RUN_LEDGER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-RUN-LEDGER-DATASET
           END-IF.
           OPEN I-O RUN-LEDGER-FILE.
      *    File status 35 just means this is the very first run on a
      *    fresh volume and no ledger exists yet - create it, rather
      *    than losing the first record in every new environment.
              MOVE REJECT-COUNT TO RLG-RECORDS-REJECTED
              MOVE SPACE TO RLG-SEP-11
              MOVE WS-FINAL-ANSWER TO RLG-FINAL-ANSWER
              MOVE 'N' TO WS-LEDGER-WRITTEN
              MOVE ZERO TO WS-LEDGER-TRIES
              PERFORM UNTIL WS-LEDGER-WRITTEN = 'Y'
                 OR WS-LEDGER-TRIES > 10
                 WRITE RUN-LEDGER-RECORD
                     INVALID KEY
                         ADD 1 TO WS-LEDGER-TRIES
                         ADD 1 TO RLG-RUN-TIME
                     NOT INVALID KEY
                         MOVE 'Y' TO WS-LEDGER-WRITTEN
                 END-WRITE
              END-PERFORM
              IF WS-LEDGER-WRITTEN NOT = 'Y'
                 DISPLAY 'RUN LEDGER NOT UPDATED - KEY IN USE '
                    FUNCTION TRIM(RLG-PROGRAM) ' ' RLG-RUN-DATE
              END-IF
              CLOSE RUN-LEDGER-FILE
           ELSE
              DISPLAY 'RUN LEDGER NOT UPDATED - STATUS '
