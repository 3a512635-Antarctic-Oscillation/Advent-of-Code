      ******************************************************************
      **  GINCHECK - look one generation up in the last integrity      **
      **  sweep's results (GINREC.cpy). COPY into PROCEDURE DIVISION,  **
      **  MOVE the dataset name to WS-GIN-CHECK-NAME and PERFORM       **
      **  CHECK-GENERATION-INTEGRITY before reading the generation; a  **
      **  WS-GIN-VERDICT of 'ALTERED' means the caller must refuse to  **
      **  use it. No integrity dataset on disk (no sweep has run yet)  **
      **  is not an error - the verdict just stays SPACES and the      **
      **  generation is read exactly as before.                        **
      ******************************************************************
       CHECK-GENERATION-INTEGRITY.
           MOVE SPACES TO WS-GIN-VERDICT.
           MOVE 'N' TO WS-GIN-EOF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEN_INTEGRITY_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-GEN-INTEGRITY-DATASET
           END-IF.
           OPEN INPUT GEN-INTEGRITY-FILE.
           IF WS-GEN-INTEGRITY-STATUS = '00'
              PERFORM UNTIL WS-GIN-EOF = 'Y'
                  READ GEN-INTEGRITY-FILE
                      AT END
                          MOVE 'Y' TO WS-GIN-EOF
                      NOT AT END
                          IF GIR-DATASET-NAME = WS-GIN-CHECK-NAME
                             MOVE GIR-STATUS TO WS-GIN-VERDICT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE GEN-INTEGRITY-FILE
           END-IF.
