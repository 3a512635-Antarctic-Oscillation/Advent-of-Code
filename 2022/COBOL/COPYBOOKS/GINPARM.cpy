      ******************************************************************
      **  GINPARM - working-storage for CHECK-GENERATION-INTEGRITY     **
      **  (GINCHECK.cpy). The integrity dataset name resolves through  **
      **  GEN_INTEGRITY_DATASET like every dataset in the suite. MOVE  **
      **  the generation's name to WS-GIN-CHECK-NAME; WS-GIN-VERDICT   **
      **  comes back with the last sweep's GIR-STATUS for it, or       **
      **  SPACES when no sweep has looked at that generation yet.      **
      ******************************************************************
       01 WS-GEN-INTEGRITY-DATASET PIC X(80) VALUE 'genintegrity.txt'.
       01 WS-GEN-INTEGRITY-STATUS  PIC X(2)  VALUE SPACES.
       01 WS-GIN-CHECK-NAME        PIC X(120) VALUE SPACES.
       01 WS-GIN-VERDICT           PIC X(7)  VALUE SPACES.
       01 WS-GIN-EOF               PIC X     VALUE 'N'.
