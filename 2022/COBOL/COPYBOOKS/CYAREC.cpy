      **  generation, CYA-ARCHIVE-DATASET the suffixed name the       **
      **  catalog carries - generations are already immutable per     **
      **  run, so they are linked, not copied). CYA-KEY names the     **
      **  feed (DAY1IN through DAY6IN) or the step (DAY1P1 through    **
      **  DAY6P1, plus DAY4P2 and DAY6P2 for the second generation    **
      **  the DAY4P1 and DAY6P1 calls also publish) the record        **
      **  belongs to. CYA-YEAR is the record's effective event year   **
      **  (request 038) - on a GEN record the year the step ran       **
      **  under, including a plan entry's PLN-YEAR override, so a     **
      **  dual-year cycle's backfill generation links and replays     **
      **  within its own year instead of the other year's             **
      **  newest-by-stamp.                                            **
      ******************************************************************
       01 CYCLE-ARCHIVE-RECORD.
          05 CYA-CYCLE-STAMP      PIC X(16).
