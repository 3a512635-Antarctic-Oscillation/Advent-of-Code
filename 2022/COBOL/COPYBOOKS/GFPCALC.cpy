      ******************************************************************
      **  GFPCALC - fingerprint one generation dataset: its record     **
      **  count and a rolling content hash over every character of     **
      **  every line, the same wraparound checksum INTAKE-PROGRAM      **
      **  keeps on each inbound feed (a line-break constant folded in  **
      **  per line, so moving text between lines changes the value).   **
      **  MOVE the dataset name to WS-GFP-DATASET and PERFORM          **
      **  FINGERPRINT-GENERATION; WS-GFP-FOUND comes back 'N' when the **
      **  file cannot be opened, else WS-GFP-RECORD-COUNT/WS-GFP-HASH  **
      **  hold the result. Trailing spaces do not count - LINE         **
      **  SEQUENTIAL drops them on write and pads them back on read.   **
      **  REGISTER-GENERATION (GCATWRIT.cpy) fingerprints each new     **
      **  generation with this paragraph and                           **
      **  GEN-INTEGRITY-SWEEP-PROGRAM recomputes it with the very      **
      **  same code, so the two can only differ if the file did.       **
      ******************************************************************
       FINGERPRINT-GENERATION.
           MOVE ZERO TO WS-GFP-RECORD-COUNT WS-GFP-HASH.
           MOVE 'N' TO WS-GFP-EOF.
           OPEN INPUT GEN-FINGERPRINT-FILE.
           IF WS-GFP-STATUS = '00'
              MOVE 'Y' TO WS-GFP-FOUND
              PERFORM UNTIL WS-GFP-EOF = 'Y'
                  READ GEN-FINGERPRINT-FILE
                      AT END
                          MOVE 'Y' TO WS-GFP-EOF
                      NOT AT END
                          PERFORM FINGERPRINT-ONE-LINE
                  END-READ
              END-PERFORM
              CLOSE GEN-FINGERPRINT-FILE
           ELSE
              MOVE 'N' TO WS-GFP-FOUND
           END-IF.

       FINGERPRINT-ONE-LINE.
           ADD 1 TO WS-GFP-RECORD-COUNT.
           IF GEN-FINGERPRINT-RECORD = SPACES
              MOVE ZERO TO WS-GFP-LINE-LEN
           ELSE
              COMPUTE WS-GFP-LINE-LEN = FUNCTION LENGTH(FUNCTION TRIM
                 (GEN-FINGERPRINT-RECORD TRAILING))
           END-IF.
           COMPUTE WS-GFP-HASH = FUNCTION MOD(
              WS-GFP-HASH * 31 + 7, 1000000000000000000).
           PERFORM VARYING WS-GFP-IX FROM 1 BY 1
              UNTIL WS-GFP-IX > WS-GFP-LINE-LEN
              COMPUTE WS-GFP-HASH = FUNCTION MOD(
                 WS-GFP-HASH * 31 +
                 FUNCTION ORD(GEN-FINGERPRINT-RECORD(WS-GFP-IX:1)),
                 1000000000000000000)
           END-PERFORM.
