      ******************************************************************
      **  WRKREC - the Day-4 cleanup work order, written by            **
      **  DAY4-REASSIGN-PROGRAM. One WORK-ORDER-RECORD per action,     **
      **  keyed by the assignment pair's input line:                   **
      **    SWEEP    - the pair's merged, non-overlapping sweep        **
      **               (WRK-ELF 0 when the two ranges merge into one,  **
      **               1 or 2 for each of two separate sweeps);        **
      **    FREE     - elf WRK-ELF's range (FROM) is wholly covered    **
      **               by the partner's (TO), so the elf is free;      **
      **    REASSIGN - move that freed elf from FROM onto the          **
      **               unassigned gap TO, WRK-DISTANCE sections away;  **
      **    STANDBY  - a freed elf with no gap left to take;           **
      **    UNFILLED - a gap (TO) no freed elf was left to cover.      **
      **  The two WORK-TOTALS-RECORDs (BEFORE, AFTER) close the file   **
      **  with the section totals either side of the proposal - a      **
      **  further 01-level under the same FD, the same shared-buffer   **
      **  technique as the AN2 record. COPY this under FD              **
      **  WORK-ORDER-FILE.                                             **
      ******************************************************************
       01 WORK-ORDER-RECORD.
          05 WRK-ACTION           PIC X(8).
          05 WRK-SEP-1            PIC X.
          05 WRK-LINE-NUM         PIC 9(6).
          05 WRK-SEP-2            PIC X.
          05 WRK-ELF              PIC 9.
          05 WRK-SEP-3            PIC X.
          05 WRK-FROM-LO          PIC 9(9).
          05 WRK-SEP-4            PIC X.
          05 WRK-FROM-HI          PIC 9(9).
          05 WRK-SEP-5            PIC X.
          05 WRK-TO-LO            PIC 9(9).
          05 WRK-SEP-6            PIC X.
          05 WRK-TO-HI            PIC 9(9).
          05 WRK-SEP-7            PIC X.
          05 WRK-DISTANCE         PIC 9(9).
          05 WRK-SEP-8            PIC X.
          05 WRK-NOTE             PIC X(40).
       01 WORK-TOTALS-RECORD.
          05 WTT-ACTION           PIC X(8).
          05 WTT-SEP-1            PIC X.
          05 WTT-PAIRS            PIC 9(6).
          05 WTT-SEP-2            PIC X.
          05 WTT-ELVES-ASSIGNED   PIC 9(6).
          05 WTT-SEP-3            PIC X.
          05 WTT-SECTION-LOAD     PIC 9(9).
          05 WTT-SEP-4            PIC X.
          05 WTT-SECTIONS-COVERED PIC 9(9).
          05 WTT-SEP-5            PIC X.
          05 WTT-SECTIONS-OPEN    PIC 9(9).
          05 WTT-SEP-6            PIC X.
          05 WTT-REDUNDANT-LOAD   PIC 9(9).
          05 WTT-SEP-7            PIC X.
          05 WTT-SPAN-HI          PIC 9(9).
