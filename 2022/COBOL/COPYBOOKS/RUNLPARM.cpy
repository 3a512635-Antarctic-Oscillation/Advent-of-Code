      **  of job so run history lives in one place instead of being    **
      **  scattered across each run's own OUTPUT-FILE header/footer.   **
      **  WS-LEDGER-PROGRAM is set by each program to its own          **
      **  PROGRAM-ID just before PERFORMing WRITE-RUN-LEDGER; the rest **
      **  of the ledger record is drawn from fields the program        **
      **  already maintains (DSNPARM/HDRPARM/CTLPARM/EXCPARM).         **
      **  WS-LEDGER-TRIES counts the re-stamps WRITE-RUN-LEDGER makes  **
      **  when two runs of one program land on the same hundredth.     **
      ******************************************************************
       01 WS-RUN-LEDGER-DATASET  PIC X(80) VALUE 'runledger.dat'.
       01 WS-RUN-LEDGER-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-LEDGER-PROGRAM      PIC X(20) VALUE SPACES.
       01 WS-LEDGER-TRIES        PIC 9(2)  VALUE ZERO.
       01 WS-LEDGER-WRITTEN      PIC X     VALUE 'N'.
