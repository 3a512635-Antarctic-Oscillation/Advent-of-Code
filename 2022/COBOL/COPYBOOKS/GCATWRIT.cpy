      ******************************************************************
      **  GCATWRIT - register the generation APPEND-GENERATION-SUFFIX  **
      **  stamped in the shared generation catalog, so the             **
      **  housekeeping program can find it later. PERFORM this once    **
      **  OUTPUT-FILE is closed, with WS-OUTPUT-DATASET still naming   **
      **  the generation and WS-HDR-DAY/WS-HDR-PART still holding its  **
      **  day/part: the closed file is read back through               **
      **  FINGERPRINT-GENERATION (GFPCALC.cpy) and its record count    **
      **  and content hash go into the catalog entry, the baseline     **
      **  GEN-INTEGRITY-SWEEP-PROGRAM checks the file against later.   **
      **  A checkpoint restart never re-stamps the suffix, so a        **
      **  resumed generation is cataloged under the time it finished.  **
      **  Same status-35 create-on-first-run and                       **
      **  not-fatal-on-failure conventions as the run ledger           **
      **  (RUNLWRIT.cpy): a catalog that cannot be opened costs the    **
      **  operator automatic resolution, not the run itself.           **
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-GENCAT-DATASET
           END-IF.
           IF WS-GENCAT-STAMP-DATE = ZERO
              ACCEPT WS-GENCAT-STAMP-DATE FROM DATE YYYYMMDD
              ACCEPT WS-GENCAT-STAMP-TIME FROM TIME
           END-IF.
           MOVE WS-OUTPUT-DATASET TO WS-GFP-DATASET.
           PERFORM FINGERPRINT-GENERATION.
           OPEN EXTEND GEN-CATALOG-FILE.
           IF WS-GENCAT-STATUS = '35'
              OPEN OUTPUT GEN-CATALOG-FILE
           END-IF.
           IF WS-GENCAT-STATUS = '00' OR '05'
      *       Event-year resolution (request 038) - same block as
      *       WRITE-RUN-HEADER (HDRWRITE.cpy), so the catalog and the
      *       header can never disagree on the year.
              ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'EVENT_YEAR'
              IF WS-ENV-VALUE NOT EQUAL SPACES
                 AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              MOVE SPACE TO GCT-SEP-1
              MOVE WS-HDR-PART TO GCT-PART
              MOVE SPACE TO GCT-SEP-2
              MOVE WS-GENCAT-STAMP-DATE TO GCT-RUN-DATE
              MOVE SPACE TO GCT-SEP-3
              MOVE WS-GENCAT-STAMP-TIME TO GCT-RUN-TIME
              MOVE SPACE TO GCT-SEP-4
              MOVE WS-OUTPUT-DATASET TO GCT-DATASET-NAME
              MOVE SPACE TO GCT-SEP-5
              MOVE WS-GFP-RECORD-COUNT TO GCT-RECORD-COUNT
              MOVE SPACE TO GCT-SEP-6
              MOVE WS-GFP-HASH TO GCT-CONTENT-HASH
              MOVE SPACE TO GCT-SEP-7
              MOVE SPACE TO GCT-FINAL
              WRITE GENERATION-CATALOG-RECORD
              CLOSE GEN-CATALOG-FILE
              MOVE ZERO TO WS-GENCAT-STAMP-DATE WS-GENCAT-STAMP-TIME
           ELSE
              DISPLAY 'GENERATION CATALOG NOT UPDATED - STATUS '
                 WS-GENCAT-STATUS
