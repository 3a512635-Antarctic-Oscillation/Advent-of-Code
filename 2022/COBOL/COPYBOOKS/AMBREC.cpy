      ******************************************************************
      **  AMBREC - one badge-ambiguity exception record, written by    **
      **  the two rucksack programs for every rucksack (Part 1: the    **
      **  item common to both compartments) or group (Part 2: the      **
      **  badge common to all three rucksacks) that does not have      **
      **  exactly one common item type. AMB-LINE-NUM is the rucksack's **
      **  own line, or the first line of the group; AMB-GROUP-NUM is   **
      **  zero for a rucksack. AMB-COMMON-ITEMS lists every common     **
      **  item type found, in first-compartment order. COPY this       **
      **  under FD AMBIGUITY-FILE.                                     **
      ******************************************************************
       01 AMBIGUITY-RECORD.
          05 AMB-KIND             PIC X(8).
          05 AMB-SEP-1            PIC X.
          05 AMB-LINE-NUM         PIC 9(6).
          05 AMB-SEP-2            PIC X.
          05 AMB-GROUP-NUM        PIC 9(6).
          05 AMB-SEP-3            PIC X.
          05 AMB-COMMON-COUNT     PIC 9(2).
          05 AMB-SEP-4            PIC X.
          05 AMB-REASON           PIC X(35).
          05 AMB-SEP-5            PIC X.
          05 AMB-COMMON-ITEMS     PIC X(52).
          05 AMB-SEP-6            PIC X.
          05 AMB-DATASET-NAME     PIC X(80).
