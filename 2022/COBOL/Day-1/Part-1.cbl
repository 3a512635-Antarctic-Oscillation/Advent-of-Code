
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
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GENCAT-STATUS.

      *    Read-back of each closed generation for the record
      *    count and content hash its catalog entry carries.
              SELECT GEN-FINGERPRINT-FILE
                 ASSIGN DYNAMIC WS-GFP-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GFP-STATUS.

      *        Optional elf-totals work file written once per cycle by
      *        ELF-AGGREGATE-PROGRAM - when ELF_TOTALS_DATASET is set,
      *        this program derives its answer from these per-elf
          FD GEN-CATALOG-FILE.
             COPY "GCATREC.cpy".

          FD GEN-FINGERPRINT-FILE.
             COPY "GFPREC.cpy".

          FD ELF-TOTALS-FILE.
             COPY "ELFREC.cpy".
      *    The work file also carries the aggregator's HDR/FTR label
      **   reconcile against what the file actually contains (request
      **   013 review fix).
      **
      *    Day/part are set up front, not just before the run header -
      *    REGISTER-GENERATION catalogs the finished generation under
      *    this day/part key once OUTPUT-FILE is closed.
           MOVE 1 TO WS-HDR-DAY.
           MOVE 1 TO WS-HDR-PART.
           IF WS-RESTART-LINE = ZERO
           END-IF.
           CLOSE OUTPUT-FILE
                 REJECT-FILE.
           PERFORM REGISTER-GENERATION.
           MOVE 'DAY_1-PROGRAM' TO WS-LEDGER-PROGRAM.
           PERFORM WRITE-RUN-LEDGER.
      **

      **----------------------------------------------------------------
           COPY "GCATWRIT.cpy".

      **----------------------------------------------------------------
           COPY "GFPCALC.cpy".
      **----------------------------------------------------------------
           COPY "LCKCHECK.cpy".
