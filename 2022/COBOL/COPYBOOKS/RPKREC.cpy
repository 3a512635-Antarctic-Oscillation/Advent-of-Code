      ******************************************************************
      **  RPKREC - one re-pack manifest instruction, written by        **
      **  DAY-2-P1-PROGRAM for each item type found in both            **
      **  compartments of a rucksack: move RPK-MOVE-COUNT of RPK-ITEM  **
      **  out of compartment RPK-FROM-COMPARTMENT into                 **
      **  RPK-TO-COMPARTMENT. The side holding fewer copies is the one **
      **  emptied (compartment 2 on a tie), so the fix is the fewest   **
      **  moves. COPY this under FD REPACK-FILE.                       **
      ******************************************************************
       01 REPACK-RECORD.
          05 RPK-LINE-NUM         PIC 9(6).
          05 RPK-SEP-1            PIC X.
          05 RPK-ITEM             PIC X.
          05 RPK-SEP-2            PIC X.
          05 RPK-PRIORITY         PIC 9(2).
          05 RPK-SEP-3            PIC X.
          05 RPK-FROM-COMPARTMENT PIC 9.
          05 RPK-SEP-4            PIC X.
          05 RPK-TO-COMPARTMENT   PIC 9.
          05 RPK-SEP-5            PIC X.
          05 RPK-MOVE-COUNT       PIC 9(2).
          05 RPK-SEP-6            PIC X.
          05 RPK-DATASET-NAME     PIC X(80).
