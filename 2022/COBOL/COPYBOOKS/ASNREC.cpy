      ******************************************************************
      **  ASNREC - one line-to-elf assignment record: the input lines  **
      **  FROM/TO (inclusive, 1-based physical line numbers) of one    **
      **  day's feed that belong to one elf. Day 1 needs no entries -  **
      **  the aggregation step already numbers its elves - so only     **
      **  the anonymous Day-2 round, Day-3 rucksack and Day-4 pair     **
      **  feeds are assigned. COPY this under FD ELF-ASSIGNMENT-FILE.  **
      **  Validated against the roster master (RSTREC.cpy) by the elf  **
      **  profile report before any line is credited to an elf.        **
      ******************************************************************
       01 ELF-ASSIGNMENT-RECORD.
          05 ASN-DAY             PIC 9(2).
          05 ASN-SEP-1           PIC X.
          05 ASN-FROM-LINE       PIC 9(6).
          05 ASN-SEP-2           PIC X.
          05 ASN-TO-LINE         PIC 9(6).
          05 ASN-SEP-3           PIC X.
          05 ASN-ELF-NUM         PIC 9(5).
