      ******************************************************************
      **  ELFRSREC - one elf master rank-sort record (ELFRANK.cpy):    **
      **  an elf's number and calorie total. COPY this under           **
      **  SD ELF-RANK-SORT-FILE, whose SELECT assigns it to a sort     **
      **  work file.                                                   **
      ******************************************************************
       01 ELF-RANK-SORT-RECORD.
          05 ERS-TOTAL           PIC 9(15).
          05 ERS-ELF-NUM         PIC 9(5).
