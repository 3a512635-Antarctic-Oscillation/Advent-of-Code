      **  DSPREC - one triage disposition: the reject record's input   **
      **  line number and source dataset, and the action the operator  **
      **  chose for it in the browse program - 'A' accepted loss       **
      **  (drop it, don't repair, don't carry in suspense), 'R' send   **
      **  to repair (the repair cycle picks it up) or 'V' accepted as  **
      **  entered (the repair cycle adjusts the original line back     **
      **  in, no correction needed) - and the signed-on operator who   **
      **  made the call. COPY this under FD DISPOSITION-FILE in the    **
      **  browse and repair programs.                                  **
      ******************************************************************
       01 DISPOSITION-RECORD.
          05 DSP-LINE-NUM        PIC 9(6).
          05 DSP-ACTION          PIC X.
          05 DSP-SEP-2           PIC X.
          05 DSP-DATASET-NAME    PIC X(80).
          05 DSP-SEP-3           PIC X.
          05 DSP-OPERATOR-ID     PIC X(8).
