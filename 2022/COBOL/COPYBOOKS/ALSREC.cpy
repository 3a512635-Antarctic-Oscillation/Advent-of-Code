      ******************************************************************
      **  ALSREC - one open-alert state record. ALERT-PROGRAM keeps    **
      **  the conditions it has already raised here so a condition     **
      **  still open on the next run is carried forward rather than    **
      **  raised again: ALS-CYCLES-OPEN counts the daily cycles it     **
      **  has been seen in (bumped once per new ALS-LAST-SEEN-DATE,    **
      **  so a rerun the same day does not age it), and                **
      **  ALS-ESCALATED is set once the ESCALATE alert has gone out.   **
      **  A condition missing from a run is closed and dropped. The    **
      **  file is rewritten whole each run. COPY this under FD         **
      **  ALERT-STATE-FILE.                                            **
      ******************************************************************
       01 ALERT-STATE-RECORD.
          05 ALS-CONDITION        PIC X(8).
          05 ALS-SEP-1            PIC X.
          05 ALS-STEP-KEY         PIC X(8).
          05 ALS-SEP-2            PIC X.
          05 ALS-SUBJECT          PIC X(80).
          05 ALS-SEP-3            PIC X.
          05 ALS-SEVERITY         PIC X.
          05 ALS-SEP-4            PIC X.
          05 ALS-SOURCE-PROGRAM   PIC X(30).
          05 ALS-SEP-5            PIC X.
          05 ALS-YEAR             PIC 9(4).
          05 ALS-SEP-6            PIC X.
          05 ALS-DAY              PIC 9(2).
          05 ALS-SEP-7            PIC X.
          05 ALS-PART             PIC 9(1).
          05 ALS-SEP-8            PIC X.
          05 ALS-RAISED-DATE      PIC 9(8).
          05 ALS-SEP-9            PIC X.
          05 ALS-RAISED-TIME      PIC 9(8).
          05 ALS-SEP-10           PIC X.
          05 ALS-LAST-SEEN-DATE   PIC 9(8).
          05 ALS-SEP-11           PIC X.
          05 ALS-CYCLES-OPEN      PIC 9(3).
          05 ALS-SEP-12           PIC X.
          05 ALS-ESCALATED        PIC X.
          05 ALS-SEP-13           PIC X.
          05 ALS-MESSAGE          PIC X(80).
