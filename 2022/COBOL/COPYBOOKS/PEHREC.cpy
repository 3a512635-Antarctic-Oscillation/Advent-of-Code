      ******************************************************************
      **  PEHREC - one retained pre-edit history record. The edit      **
      **  report PREEDIT-PROGRAM writes is superseded every run, so    **
      **  each edit's summary - which feed, when, lines, errors, the   **
      **  error rate and the gate result (CLEAN, WARNING or FAILED) -  **
      **  is also appended here, where it survives for the monthly     **
      **  feed scorecard. COPY this under FD PREEDIT-HISTORY-FILE.     **
      ******************************************************************
       01 PREEDIT-HISTORY-RECORD.
          05 PEH-RUN-DATE         PIC 9(8).
          05 PEH-SEP-1            PIC X.
          05 PEH-RUN-TIME         PIC 9(8).
          05 PEH-SEP-2            PIC X.
          05 PEH-EDIT-DAY         PIC 9.
          05 PEH-SEP-3            PIC X.
          05 PEH-LINES            PIC 9(6).
          05 PEH-SEP-4            PIC X.
          05 PEH-ERRORS           PIC 9(6).
          05 PEH-SEP-5            PIC X.
          05 PEH-RATE-PCT         PIC 9(3).
          05 PEH-SEP-6            PIC X.
          05 PEH-RESULT           PIC X(7).
          05 PEH-SEP-7            PIC X.
          05 PEH-DATASET          PIC X(80).
