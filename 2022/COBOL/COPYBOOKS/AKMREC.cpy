      ******************************************************************
      **  AKMREC - one accepted-answer key record, keyed on event      **
      **  year/day/part: the answer the puzzle site actually accepted  **
      **  for that puzzle, the date it was accepted, and who entered   **
      **  it. AKM-ANSWER is text, left-justified - a number for the    **
      **  puzzles whose answer is FTR-FINAL-ANSWER, the letter string  **
      **  for Day 5, whose accepted answer is the TOP record rather    **
      **  than the footer's applied-move count. AKM-MAINT-DATE/TIME    **
      **  stamp the last add or change that touched the record. COPY   **
      **  this under FD ANSWER-KEY-FILE (ORGANIZATION INDEXED, RECORD  **
      **  KEY AKM-KEY); maintained only through the answer-key         **
      **  transaction program, read by the answer verification step.   **
      ******************************************************************
       01 ANSWER-KEY-RECORD.
          05 AKM-KEY.
             10 AKM-YEAR         PIC 9(4).
             10 AKM-DAY          PIC 9(2).
             10 AKM-PART         PIC 9(1).
          05 AKM-ANSWER          PIC X(20).
          05 AKM-ACCEPTED-DATE   PIC 9(8).
          05 AKM-ENTERED-BY      PIC X(8).
          05 AKM-MAINT-DATE      PIC 9(8).
          05 AKM-MAINT-TIME      PIC 9(8).
