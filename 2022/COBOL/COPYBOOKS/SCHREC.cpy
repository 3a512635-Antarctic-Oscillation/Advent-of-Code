      ******************************************************************
      **  SCHREC - one supplier's figures for one scorecard month, as  **
      **  FEED-SCORECARD-PROGRAM last printed them. The flow figures   **
      **  can always be recomputed from the retained sources, but the  **
      **  unrepaired count is a balance taken off the suspense files   **
      **  on the day the scorecard runs - this history is what the     **
      **  next month's direction for it is judged against. A rerun     **
      **  for the same month replaces that month's records. COPY this  **
      **  under FD SCORECARD-HISTORY-FILE.                             **
      ******************************************************************
       01 SCORECARD-HISTORY-RECORD.
          05 SCH-MONTH            PIC 9(6).
          05 SCH-SEP-1            PIC X.
          05 SCH-SUPPLIER-ID      PIC X(8).
          05 SCH-SEP-2            PIC X.
          05 SCH-DELIVERIES       PIC 9(6).
          05 SCH-SEP-3            PIC X.
          05 SCH-LATE             PIC 9(6).
          05 SCH-SEP-4            PIC X.
          05 SCH-DUPLICATE        PIC 9(6).
          05 SCH-SEP-5            PIC X.
          05 SCH-EDIT-RUNS        PIC 9(6).
          05 SCH-SEP-6            PIC X.
          05 SCH-EDIT-FAILED      PIC 9(6).
          05 SCH-SEP-7            PIC X.
          05 SCH-EDIT-LINES       PIC 9(9).
          05 SCH-SEP-8            PIC X.
          05 SCH-EDIT-ERRORS      PIC 9(9).
          05 SCH-SEP-9            PIC X.
          05 SCH-RECORDS-READ     PIC 9(9).
          05 SCH-SEP-10           PIC X.
          05 SCH-RECORDS-REJECTED PIC 9(9).
          05 SCH-SEP-11           PIC X.
          05 SCH-UNREPAIRED       PIC 9(6).
