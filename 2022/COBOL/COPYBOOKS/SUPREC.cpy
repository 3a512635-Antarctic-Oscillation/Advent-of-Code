      ******************************************************************
      **  SUPREC - one feed supplier master entry: an input dataset    **
      **  (as registered by INTAKE-PROGRAM and edited by               **
      **  PREEDIT-PROGRAM) and the upstream supplier who delivers it - **
      **  supplier ID, name and contact - plus the feed's delivery     **
      **  deadline (HHMM, 0000 for none; an arrival stamped after it   **
      **  is late) and the repair suspense dataset its unrepaired      **
      **  rejects are carried in (blank for none). A supplier with     **
      **  several feeds has one entry per feed. A record whose dataset **
      **  starts with '*' is a comment. Read by FEED-SCORECARD-PROGRAM.**
      **  COPY this under FD SUPPLIER-MASTER-FILE.                     **
      ******************************************************************
       01 SUPPLIER-MASTER-RECORD.
          05 SUP-DATASET          PIC X(80).
          05 SUP-SEP-1            PIC X.
          05 SUP-SUPPLIER-ID      PIC X(8).
          05 SUP-SEP-2            PIC X.
          05 SUP-SUPPLIER-NAME    PIC X(30).
          05 SUP-SEP-3            PIC X.
          05 SUP-CONTACT          PIC X(40).
          05 SUP-SEP-4            PIC X.
          05 SUP-DEADLINE         PIC 9(4).
          05 SUP-SEP-5            PIC X.
          05 SUP-SUSPENSE-DATASET PIC X(80).
