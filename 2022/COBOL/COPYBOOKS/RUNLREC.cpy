      **  final answer. COPY this under FD RUN-LEDGER-FILE. Every      **
      **  program appends exactly one of these per run (RUNLWRIT.cpy), **
      **  and the ledger inquiry program reads them back filtered by   **
      **  program or date range. The ledger is INDEXED - see the key   **
      **  notes below.                                                 **
      ******************************************************************
       01 RUN-LEDGER-RECORD.
      *    Primary key: program/year/day/part/run date/run time. The
      *    separators inside it are always spaces, so the group
      *    collates exactly as the fields do. RLG-RUN-DATE and
      *    RLG-OUTPUT-DATASET are the alternate keys (duplicates
      *    allowed) every ledger SELECT declares.
          05 RLG-KEY.
             10 RLG-PROGRAM       PIC X(20).
             10 RLG-SEP-0         PIC X.
      *    Event year (request 038), first-class so the inquiries can
      *    select one year's runs without date arithmetic and two
      *    years' cycles stay distinguishable side by side.
             10 RLG-YEAR          PIC 9(4).
             10 RLG-SEP-1         PIC X.
             10 RLG-DAY           PIC 9(2).
             10 RLG-SEP-2         PIC X.
             10 RLG-PART          PIC 9(1).
             10 RLG-SEP-3         PIC X.
             10 RLG-RUN-DATE      PIC 9(8).
             10 RLG-SEP-4         PIC X.
             10 RLG-RUN-TIME      PIC 9(8).
          05 RLG-SEP-5            PIC X.
          05 RLG-INPUT-DATASET    PIC X(80).
          05 RLG-SEP-6            PIC X.
