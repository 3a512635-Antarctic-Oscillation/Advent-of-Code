      **  under FD PLAN-CARD-FILE. Same card-deck style as PCDREC.cpy. **
      **                                                               **
      **  PLN-PROGRAM-KEY names the step the way the JCL does:         **
      **  ELFAGG, ELFSCRN, DAY1VER, DAY1P1, DAY1P2, DAY2P1, DAY2P2,    **
      **  DAY3P1, DAY3P2, DAY4P1, DAY5P1, DAY5P2, DAY6P1. PLN-ON-ERROR **
      **  is S (stop the plan), K (skip this entry's result and        **
      **  continue), or C (record the failure and continue).           **
      **                                                               **
      **  PLN-PRED-1/PLN-PRED-2 (request 025) name up to two           **
      **  predecessor step keys this entry must wait for - the driver  **
