      ******************************************************************
      **  GINREC - one generation-integrity record: the verdict the    **
      **  last GEN-INTEGRITY-SWEEP-PROGRAM run reached for one live    **
      **  catalog entry, with the record count the catalog holds and   **
      **  the count found on disk.                                     **
      **    INTACT  - count and content hash both still match;         **
      **    ALTERED - the file is there but no longer the one that     **
      **              was cataloged (truncated, edited, copied over);  **
      **    MISSING - the cataloged file is gone from disk;            **
      **    NOPRINT - cataloged before fingerprints were recorded, so  **
      **              there is nothing to check it against.            **
      **  COPY this under FD GEN-INTEGRITY-FILE. The sweep rewrites    **
      **  the whole dataset each run, so it always holds the last      **
      **  sweep's picture; CHECK-GENERATION-INTEGRITY (GINCHECK.cpy)   **
      **  is how a reader finds one generation's verdict.              **
      ******************************************************************
       01 GEN-INTEGRITY-RECORD.
          05 GIR-STATUS           PIC X(7).
          05 GIR-SEP-1            PIC X.
          05 GIR-YEAR             PIC 9(4).
          05 GIR-SEP-2            PIC X.
          05 GIR-DAY              PIC 9(2).
          05 GIR-SEP-3            PIC X.
          05 GIR-PART             PIC 9(1).
          05 GIR-SEP-4            PIC X.
          05 GIR-SWEEP-DATE       PIC 9(8).
          05 GIR-SEP-5            PIC X.
          05 GIR-SWEEP-TIME       PIC 9(8).
          05 GIR-SEP-6            PIC X.
          05 GIR-CATALOG-COUNT    PIC 9(9).
          05 GIR-SEP-7            PIC X.
          05 GIR-FOUND-COUNT      PIC 9(9).
          05 GIR-SEP-8            PIC X.
          05 GIR-DATASET-NAME     PIC X(120).
