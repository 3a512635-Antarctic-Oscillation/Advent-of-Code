      ******************************************************************
      **  ALRREC - one outbound alert record for the on-call paging    **
      **  gateway, appended by ALERT-PROGRAM. ALR-ACTION says what     **
      **  happened to the condition: RAISED (first seen), ESCALATE     **
      **  (still open past ALERT_ESCALATE_CYCLES cycles) or CLOSED     **
      **  (the condition has cleared). ALR-CONDITION, ALR-STEP-KEY     **
      **  and ALR-SUBJECT together identify the condition, so the      **
      **  gateway can pair a CLOSED record with the RAISED it ends.    **
      **  ALR-SEVERITY carries the grade the evidence gave it - F      **
      **  failure, W warning. ALR-DAY/ALR-PART are zero for a          **
      **  condition that belongs to no one puzzle. COPY this under     **
      **  FD ALERT-FILE.                                               **
      ******************************************************************
       01 ALERT-RECORD.
          05 ALR-ACTION           PIC X(8).
          05 ALR-SEP-1            PIC X.
          05 ALR-SEVERITY         PIC X.
          05 ALR-SEP-2            PIC X.
          05 ALR-SOURCE-PROGRAM   PIC X(30).
          05 ALR-SEP-3            PIC X.
          05 ALR-STEP-KEY         PIC X(8).
          05 ALR-SEP-4            PIC X.
          05 ALR-YEAR             PIC 9(4).
          05 ALR-SEP-5            PIC X.
          05 ALR-DAY              PIC 9(2).
          05 ALR-SEP-6            PIC X.
          05 ALR-PART             PIC 9(1).
          05 ALR-SEP-7            PIC X.
          05 ALR-ALERT-DATE       PIC 9(8).
          05 ALR-SEP-8            PIC X.
          05 ALR-ALERT-TIME       PIC 9(8).
          05 ALR-SEP-9            PIC X.
          05 ALR-CYCLES-OPEN      PIC 9(3).
          05 ALR-SEP-10           PIC X.
          05 ALR-CONDITION        PIC X(8).
          05 ALR-SEP-11           PIC X.
          05 ALR-SUBJECT          PIC X(80).
          05 ALR-SEP-12           PIC X.
          05 ALR-MESSAGE          PIC X(80).
