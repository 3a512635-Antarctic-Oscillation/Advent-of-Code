      **  EXTRACT-REGISTER-FILE. Appended by the extract, resolved     **
      **  and rewritten by EXTRACT-ACK-PROGRAM - the latest record     **
      **  for a dataset name is its current state.                     **
      **  XRG-SOURCE-DATASET is the generation the extract was cut     **
      **  from, so the dataset lineage inquiry can follow an answer    **
      **  from its generation out to the interface files that carried  **
      **  it. Registrations made before the field existed read back    **
      **  with it blank.                                               **
      ******************************************************************
       01 EXTRACT-REGISTER-RECORD.
          05 XRG-DATASET          PIC X(80).
          05 XRG-HASH-TOTAL       PIC 9(18).
          05 XRG-SEP-5            PIC X.
          05 XRG-STATUS           PIC X(6).
          05 XRG-SEP-6            PIC X.
          05 XRG-SOURCE-DATASET   PIC X(80).
