      ******************************************************************
      **  XAHREC - one extract-acknowledgment history record. The      **
      **  extract register (XRGREC.cpy) is rewritten every cycle with  **
      **  one record per extract name, so a re-published interface     **
      **  file's earlier registration - and how its loop closed - is   **
      **  gone the next time EXTRACT-ACK-PROGRAM runs. Each time that  **
      **  program settles a registration it appends one of these       **
      **  instead: LOADED or FAILED against an acknowledgment (with    **
      **  the count and hash the receiving side reported), AGED past   **
      **  the age bound, or SUPERSEDED when a newer registration of    **
      **  the same extract name replaced one still SENT. The sent      **
      **  stamp, count, hash and source generation are the             **
      **  registration's own. COPY this under FD ACK-HISTORY-FILE;     **
      **  the dataset lineage inquiry reads it back.                   **
      ******************************************************************
       01 ACK-HISTORY-RECORD.
          05 XAH-DATASET          PIC X(80).
          05 XAH-SEP-1            PIC X.
          05 XAH-SOURCE-DATASET   PIC X(80).
          05 XAH-SEP-2            PIC X.
          05 XAH-SENT-DATE        PIC 9(8).
          05 XAH-SEP-3            PIC X.
          05 XAH-SENT-TIME        PIC 9(8).
          05 XAH-SEP-4            PIC X.
          05 XAH-SENT-COUNT       PIC 9(6).
          05 XAH-SEP-5            PIC X.
          05 XAH-SENT-HASH        PIC 9(18).
          05 XAH-SEP-6            PIC X.
          05 XAH-SETTLED-DATE     PIC 9(8).
          05 XAH-SEP-7            PIC X.
          05 XAH-SETTLED-TIME     PIC 9(8).
          05 XAH-SEP-8            PIC X.
          05 XAH-ACK-COUNT        PIC 9(6).
          05 XAH-SEP-9            PIC X.
          05 XAH-ACK-HASH         PIC 9(18).
          05 XAH-SEP-10           PIC X.
          05 XAH-STATUS           PIC X(10).
