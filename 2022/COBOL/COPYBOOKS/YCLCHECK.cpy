      ******************************************************************
      **  YCLCHECK - is an event year closed? COPY into PROCEDURE      **
      **  DIVISION beside YCLPARM.cpy; the caller declares             **
      **  YEAR-CLOSE-FILE (YCLREC.cpy) with FILE STATUS WS-YCL-STATUS  **
      **  and has WS-ENV-VALUE. CHECK-YEAR-CLOSED reads the whole      **
      **  register and the year's latest record wins: CLOSED sets      **
      **  WS-YCL-CLOSED to 'Y', a later REOPENED clears it again. No   **
      **  register on disk means no year has ever been closed - the    **
      **  same not-found-is-not-an-abend rule as the intake register.  **
      ******************************************************************
       CHECK-YEAR-CLOSED.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'YEAR_CLOSE_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-YCL-DATASET
           END-IF.
           IF WS-YCL-YEAR = ZERO
              ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'EVENT_YEAR'
              IF WS-ENV-VALUE NOT EQUAL SPACES
                 AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
                 COMPUTE WS-YCL-YEAR = FUNCTION NUMVAL(WS-ENV-VALUE)
              ELSE
                 MOVE 2022 TO WS-YCL-YEAR
              END-IF
           END-IF.
           MOVE 'N' TO WS-YCL-CLOSED.
           MOVE SPACES TO WS-YCL-LAST-ACTION WS-YCL-LAST-OPERATOR.
           MOVE ZERO TO WS-YCL-LAST-DATE.
           MOVE 'N' TO WS-YCL-EOF.
           OPEN INPUT YEAR-CLOSE-FILE.
           IF WS-YCL-STATUS = '00'
              PERFORM UNTIL WS-YCL-EOF = 'Y'
                  READ YEAR-CLOSE-FILE
                      AT END
                          MOVE 'Y' TO WS-YCL-EOF
                      NOT AT END
                          IF YCL-YEAR = WS-YCL-YEAR
                             MOVE YCL-ACTION TO WS-YCL-LAST-ACTION
                             MOVE YCL-DATE TO WS-YCL-LAST-DATE
                             MOVE YCL-OPERATOR-ID
                                TO WS-YCL-LAST-OPERATOR
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE YEAR-CLOSE-FILE
           END-IF.
           IF WS-YCL-LAST-ACTION = 'CLOSED'
              MOVE 'Y' TO WS-YCL-CLOSED
           END-IF.
