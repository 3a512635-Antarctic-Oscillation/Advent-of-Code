      ******************************************************************
      **  ELFRPARM - working-storage for the elf master rank           **
      **  recompute (ELFRANK.cpy): the count of master records         **
      **  re-ranked and the tie-group state of the descending-total    **
      **  pass, same tie-sharing rank rule as the load program. The    **
      **  caller declares MASTER-EOF. The master is keyed on a 5-digit **
      **  elf number, so its record count always fits WS-ELF-COUNT.    **
      ******************************************************************
       01 WS-ELF-COUNT            PIC 9(5)  VALUE ZERO.
       01 WS-RANK-POS             PIC 9(5)  VALUE ZERO.
       01 WS-RANK-PRIOR-TOTAL     PIC 9(15) VALUE ZERO.
       01 WS-RANK-CURRENT         PIC 9(5)  VALUE ZERO.
       01 WS-RANK-SORT-EOF        PIC X     VALUE 'N'.
