      ******************************************************************
      **  YCLPARM - working-storage for the year-close register        **
      **  (YCLREC.cpy / YCLCHECK.cpy). The register dataset resolves   **
      **  through YEAR_CLOSE_DATASET. The caller moves the event year  **
      **  to WS-YCL-YEAR before CHECK-YEAR-CLOSED, or leaves it zero   **
      **  to have EVENT_YEAR resolved the way the rest of the suite    **
      **  does (default 2022). WS-YCL-CLOSED comes back 'Y' when the   **
      **  year's latest register record is a CLOSED one, and the       **
      **  WS-YCL-LAST- fields describe that latest record.             **
      ******************************************************************
       01 WS-YCL-DATASET         PIC X(80) VALUE 'yearclose.txt'.
       01 WS-YCL-STATUS          PIC X(2)  VALUE SPACES.
       01 WS-YCL-EOF             PIC X     VALUE 'N'.
       01 WS-YCL-YEAR            PIC 9(4)  VALUE ZERO.
       01 WS-YCL-CLOSED          PIC X     VALUE 'N'.
       01 WS-YCL-LAST-ACTION     PIC X(8)  VALUE SPACES.
       01 WS-YCL-LAST-DATE       PIC 9(8)  VALUE ZERO.
       01 WS-YCL-LAST-OPERATOR   PIC X(8)  VALUE SPACES.
