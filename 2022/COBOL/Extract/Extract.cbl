              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-REGISTER-STATUS.

      *    Last integrity sweep's verdicts (GINREC.cpy) - a generation
      *    marked ALTERED is refused rather than read.
          SELECT GEN-INTEGRITY-FILE
              ASSIGN DYNAMIC WS-GEN-INTEGRITY-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GEN-INTEGRITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       FD EXTRACT-REGISTER-FILE.
          COPY "XRGREC.cpy".

       FD GEN-INTEGRITY-FILE.
          COPY "GINREC.cpy".

       WORKING-STORAGE SECTION.
          COPY "GINPARM.cpy".
       01 WS-INPUT-DATASET        PIC X(80) VALUE 'output.txt'.
       01 WS-INPUT-STATUS         PIC X(2)  VALUE SPACES.
       01 WS-EXTRACT-DATASET      PIC X(80) VALUE 'leaderboard.txt'.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-EXTRACT-PARMS.
      *    A generation the last integrity sweep found ALTERED is not
      *    the one its run wrote - certifying it downstream would hand
      *    the leaderboard a copy nobody can vouch for.
           MOVE WS-INPUT-DATASET TO WS-GIN-CHECK-NAME.
           PERFORM CHECK-GENERATION-INTEGRITY.
           IF WS-GIN-VERDICT = 'ALTERED'
              DISPLAY 'GENERATION MARKED ALTERED BY THE LAST '
                 'INTEGRITY SWEEP - NOT EXTRACTED - DATASET '
                 FUNCTION TRIM(WS-INPUT-DATASET)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-STATUS NOT EQUAL '00'
              DISPLAY 'GENERATION NOT FOUND - STATUS ' WS-INPUT-STATUS
      *    Append the certified extract to the register as SENT
      *    (request 029), carrying the same count and hash the TRL
      *    trailer told the leaderboard system to expect, so the
      *    acknowledgment program can reconcile what came back, and
      *    the generation it was cut from for the lineage inquiry. Same
      *    status-35 create-on-first-run and not-fatal-on-failure
      *    conventions as the run ledger - a register that cannot be
      *    opened costs the shop the reconciliation, not the extract.
              MOVE WS-HASH-TOTAL TO XRG-HASH-TOTAL
              MOVE SPACE TO XRG-SEP-5
              MOVE 'SENT' TO XRG-STATUS
              MOVE SPACE TO XRG-SEP-6
              MOVE WS-INPUT-DATASET TO XRG-SOURCE-DATASET
              WRITE EXTRACT-REGISTER-RECORD
              CLOSE EXTRACT-REGISTER-FILE
           ELSE
              DISPLAY 'EXTRACT REGISTER NOT UPDATED - STATUS '
                 WS-EXTRACT-REGISTER-STATUS
           END-IF.

      **----------------------------------------------------------------
           COPY "GINCHECK.cpy".
