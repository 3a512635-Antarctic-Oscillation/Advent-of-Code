      ******************************************************************
      **  GFPREC - one line of a cataloged generation, read back       **
      **  whole by FINGERPRINT-GENERATION (GFPCALC.cpy) whatever the   **
      **  owning program's layout. COPY this under FD                  **
      **  GEN-FINGERPRINT-FILE, assigned DYNAMIC to WS-GFP-DATASET.    **
      **  Sized well past the widest record any puzzle program writes  **
      **  (BATREC.cpy's 100 bytes) so no line splits across reads and  **
      **  the writer and the sweep always hash the same text.          **
      ******************************************************************
       01 GEN-FINGERPRINT-RECORD PIC X(256).
