      ******************************************************************
      **  AKTREC - one answer-key maintenance transaction. AKT-ACTION  **
      **  is A (add the accepted answer for a puzzle - the key must    **
      **  not already exist) or C (change an existing key's answer,    **
      **  accepted date and entered-by - for a resubmission the site   **
      **  accepted, or a keying error). AKT-REMARK is the              **
      **  documentation that travels into the audit trail. COPY this   **
      **  under FD KEY-TRANS-FILE. Same card-deck style as TRNREC.cpy. **
      ******************************************************************
       01 KEY-TRANS-RECORD.
          05 AKT-ACTION           PIC X.
          05 AKT-SEP-1            PIC X.
          05 AKT-YEAR             PIC 9(4).
          05 AKT-SEP-2            PIC X.
          05 AKT-DAY              PIC 9(2).
          05 AKT-SEP-3            PIC X.
          05 AKT-PART             PIC 9(1).
          05 AKT-SEP-4            PIC X.
          05 AKT-ANSWER           PIC X(20).
          05 AKT-SEP-5            PIC X.
          05 AKT-ACCEPTED-DATE    PIC 9(8).
          05 AKT-SEP-6            PIC X.
          05 AKT-ENTERED-BY       PIC X(8).
          05 AKT-SEP-7            PIC X.
          05 AKT-REMARK           PIC X(40).
