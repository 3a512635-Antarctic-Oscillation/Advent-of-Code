      ******************************************************************
      **  OPLREC - one operator security log entry: when, who, which   **
      **  program, which function, and what came of it - SIGNON for a  **
      **  successful sign-on, REFUSED for a sign-on or a command or    **
      **  transaction the authority table does not allow - with a      **
      **  free-text detail naming what was attempted. The log only     **
      **  ever grows; every program appends to the same dataset. COPY  **
      **  this under FD OPERATOR-LOG-FILE.                             **
      ******************************************************************
       01 OPERATOR-LOG-RECORD.
          05 OPL-DATE            PIC 9(8).
          05 OPL-SEP-1           PIC X.
          05 OPL-TIME            PIC 9(8).
          05 OPL-SEP-2           PIC X.
          05 OPL-OPERATOR-ID     PIC X(8).
          05 OPL-SEP-3           PIC X.
          05 OPL-PROGRAM         PIC X(24).
          05 OPL-SEP-4           PIC X.
          05 OPL-FUNCTION        PIC X(8).
          05 OPL-SEP-5           PIC X.
          05 OPL-RESULT          PIC X(8).
          05 OPL-SEP-6           PIC X.
          05 OPL-DETAIL          PIC X(60).
