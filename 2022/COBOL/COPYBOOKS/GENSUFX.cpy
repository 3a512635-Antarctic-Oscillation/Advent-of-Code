      **  adding a second date/time pair - WRITE-RUN-HEADER re-ACCEPTs  **
      **  its own a moment later, which is close enough for a header    **
      **  stamp and not worth sharing state across OPEN.                **
      **  The stamp is also kept in WS-GENCAT-STAMP-DATE/TIME           **
      **  (GCATPARM.cpy) for REGISTER-GENERATION (GCATWRIT.cpy), which  **
      **  the caller PERFORMs once OUTPUT-FILE is closed, so the        **
      **  catalog entry carries the finished generation's fingerprint   **
      **  under the same stamp the dataset name does.                   **
      ******************************************************************
       APPEND-GENERATION-SUFFIX.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-GENCAT-STAMP-DATE.
           MOVE WS-RUN-TIME TO WS-GENCAT-STAMP-TIME.
           STRING FUNCTION TRIM(WS-OUTPUT-DATASET) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
              INTO WS-OUTPUT-DATASET.
