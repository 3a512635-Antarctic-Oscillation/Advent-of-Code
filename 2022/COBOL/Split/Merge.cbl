              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GENCAT-STATUS.

      *    Read-back of each closed generation for the record
      *    count and content hash its catalog entry carries.
          SELECT GEN-FINGERPRINT-FILE
              ASSIGN DYNAMIC WS-GFP-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GFP-STATUS.

          SELECT FOOTER-INPUT-FILE ASSIGN DYNAMIC WS-FOOTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL

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

      *    Suite-wide run interlock (request 026) - the merge
       FD GEN-CATALOG-FILE.
          COPY "GCATREC.cpy".

       FD GEN-FINGERPRINT-FILE.
          COPY "GFPREC.cpy".

      *    A slice generation holds detail lines, BTL records and the
      *    FTR footer in one file; this FD mirrors CTLREC.cpy's footer
      *    under its own SFT- names (the shared names are taken by the
           PERFORM EVALUATE-RUN-SEVERITY.
           PERFORM WRITE-CONTROL-FOOTER.
           CLOSE OUTPUT-FILE.
           PERFORM REGISTER-GENERATION.
           MOVE WS-MERGE-CARD-DATASET TO WS-INPUT-DATASET.
           MOVE 'MERGE-PROGRAM' TO WS-LEDGER-PROGRAM.
           PERFORM WRITE-RUN-LEDGER.
      **----------------------------------------------------------------
          COPY "GCATWRIT.cpy".

      **----------------------------------------------------------------
          COPY "GFPCALC.cpy".

      **----------------------------------------------------------------
          COPY "RUNLWRIT.cpy".

