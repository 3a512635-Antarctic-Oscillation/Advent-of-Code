      **  so the housekeeping program can resolve newest/second-newest **
      **  per puzzle and purge generations past the retention count    **
      **  without anyone hand-copying names out of SYSOUT.             **
      **  The trailing fingerprint - the generation's record count     **
      **  and rolling content hash, taken from the closed file when it **
      **  is registered - is what GEN-INTEGRITY-SWEEP-PROGRAM          **
      **  recomputes to prove the file is still the one the run        **
      **  wrote. Entries cataloged before the fingerprint existed      **
      **  read back with a blank (non-numeric) count.                  **
      **  GCT-FINAL is set to 'F' by YEAR-CLOSE-PROGRAM on each        **
      **  generation a year-end close certified - HOUSEKEEPING-PROGRAM **
      **  never purges a final generation. Blank (every new entry,     **
      **  and every entry cataloged before the flag existed) is an     **
      **  ordinary generation.                                         **
      ******************************************************************
       01 GENERATION-CATALOG-RECORD.
          05 GCT-YEAR             PIC 9(4).
          05 GCT-RUN-TIME         PIC 9(8).
          05 GCT-SEP-4            PIC X.
          05 GCT-DATASET-NAME     PIC X(120).
          05 GCT-FINGERPRINT.
             10 GCT-SEP-5         PIC X.
             10 GCT-RECORD-COUNT  PIC 9(9).
             10 GCT-SEP-6         PIC X.
             10 GCT-CONTENT-HASH  PIC 9(18).
          05 GCT-RETENTION.
             10 GCT-SEP-7         PIC X.
             10 GCT-FINAL         PIC X.
