      ******************************************************************
      **  OPAREC - one operator's entry in the operator authority      **
      **  dataset: the operator ID, a display name, and up to eight    **
      **  function codes the operator may perform. Codes in use:       **
      **    ACCLOSS   browse - mark a reject an accepted loss          **
      **    SENDREPR  browse - mark a reject send-to-repair            **
      **    ACCVALUE  browse - mark a reject accepted as entered       **
      **    REPAIR    run the reject repair cycle                      **
      **    ELFADD    elf master maintenance - add transaction         **
      **    ELFCORR   elf master maintenance - correction transaction  **
      **    ELFEXCL   elf master maintenance - exclusion transaction   **
      **    ELFRECOV  elf master forward recovery from a backup        **
      **    YRCLOSE   year-end close of an event year                  **
      **    YRREOPEN  reopen a closed event year                       **
      **  A record whose ID starts with '*' is a comment. COPY this    **
      **  under FD OPERATOR-AUTHORITY-FILE.                            **
      ******************************************************************
       01 OPERATOR-AUTHORITY-RECORD.
          05 OPA-OPERATOR-ID     PIC X(8).
          05 OPA-SEP-1           PIC X.
          05 OPA-NAME            PIC X(20).
          05 OPA-FUNCTION-SLOT OCCURS 8 TIMES.
             10 OPA-SEP-2        PIC X.
             10 OPA-FUNCTION     PIC X(8).
