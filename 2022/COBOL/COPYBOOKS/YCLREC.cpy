      ******************************************************************
      **  YCLREC - one year-close register record, appended by         **
      **  YEAR-CLOSE-PROGRAM. CLOSED freezes the event year: its       **
      **  current generations are cataloged final (GCT-FINAL) and the  **
      **  results book named here certified; REOPENED is an operator's **
      **  authorised reopen. The latest record for a year decides      **
      **  whether it is closed (CHECK-YEAR-CLOSED, YCLCHECK.cpy), so   **
      **  the register only ever grows and keeps the full history.     **
      **  LEDGER-INQUIRY-PROGRAM lists these alongside the year's      **
      **  runs. COPY this under FD YEAR-CLOSE-FILE.                    **
      ******************************************************************
       01 YEAR-CLOSE-RECORD.
          05 YCL-YEAR             PIC 9(4).
          05 YCL-SEP-1            PIC X.
          05 YCL-ACTION           PIC X(8).
          05 YCL-SEP-2            PIC X.
          05 YCL-DATE             PIC 9(8).
          05 YCL-SEP-3            PIC X.
          05 YCL-TIME             PIC 9(8).
          05 YCL-SEP-4            PIC X.
          05 YCL-OPERATOR-ID      PIC X(8).
          05 YCL-SEP-5            PIC X.
          05 YCL-FINAL-COUNT      PIC 9(4).
          05 YCL-SEP-6            PIC X.
          05 YCL-BOOK-DATASET     PIC X(80).
          05 YCL-SEP-7            PIC X.
          05 YCL-REASON           PIC X(60).
