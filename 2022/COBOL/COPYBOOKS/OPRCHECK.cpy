      ******************************************************************
      **  OPRCHECK - operator sign-on and function authority. COPY     **
      **  into PROCEDURE DIVISION beside OPRPARM.cpy; the caller       **
      **  declares OPERATOR-AUTHORITY-FILE (OPAREC.cpy) and            **
      **  OPERATOR-LOG-FILE (OPLREC.cpy) and has WS-ENV-VALUE.         **
      **  SIGN-ON-OPERATOR looks the operator up in the authority      **
      **  dataset and sets WS-OPR-SIGNED-ON; a blank ID, an ID not in  **
      **  the table, or no authority dataset at all refuses the        **
      **  sign-on - nobody is authorized by default. CHECK-OPERATOR-   **
      **  FUNCTION sets WS-OPR-AUTHORIZED for the code in              **
      **  WS-OPR-FUNCTION. Every sign-on and every refusal is appended **
      **  to the operator security log.                                **
      ******************************************************************
       SIGN-ON-OPERATOR.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'OPERATOR_AUTHORITY_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-OPR-AUTHORITY-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'OPERATOR_LOG_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-OPR-LOG-DATASET
           END-IF.
           IF WS-OPERATOR-ID = SPACES
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR_ID'
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPR-SIGNED-ON.
           MOVE SPACES TO WS-OPR-HELD-TABLE WS-OPERATOR-NAME.
           MOVE 'SIGNON' TO WS-OPR-FUNCTION.
           IF WS-OPERATOR-ID = SPACES
              MOVE 'NO OPERATOR ID SUPPLIED' TO WS-OPR-DETAIL
           ELSE
              MOVE 'OPERATOR NOT IN AUTHORITY TABLE' TO WS-OPR-DETAIL
              PERFORM FIND-OPERATOR-AUTHORITY
           END-IF.
           IF WS-OPR-SIGNED-ON = 'Y'
              MOVE 'SIGNON' TO WS-OPR-RESULT
              MOVE WS-OPERATOR-NAME TO WS-OPR-DETAIL
           ELSE
              MOVE 'REFUSED' TO WS-OPR-RESULT
              DISPLAY 'SIGN-ON REFUSED FOR OPERATOR '
                 FUNCTION TRIM(WS-OPERATOR-ID) ' - '
                 FUNCTION TRIM(WS-OPR-DETAIL)
           END-IF.
           PERFORM WRITE-OPERATOR-LOG.

       FIND-OPERATOR-AUTHORITY.
           OPEN INPUT OPERATOR-AUTHORITY-FILE.
           IF WS-OPR-AUTHORITY-STATUS NOT EQUAL '00'
              MOVE 'AUTHORITY DATASET NOT FOUND' TO WS-OPR-DETAIL
           ELSE
              MOVE 'N' TO WS-OPR-EOF
              PERFORM UNTIL WS-OPR-EOF = 'Y'
                  READ OPERATOR-AUTHORITY-FILE
                      AT END
                          MOVE 'Y' TO WS-OPR-EOF
                      NOT AT END
                          IF OPA-OPERATOR-ID(1:1) NOT EQUAL '*'
                             AND FUNCTION UPPER-CASE(OPA-OPERATOR-ID)
                                = WS-OPERATOR-ID
                             PERFORM LOAD-OPERATOR-FUNCTIONS
                             MOVE 'Y' TO WS-OPR-EOF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE OPERATOR-AUTHORITY-FILE
           END-IF.

       LOAD-OPERATOR-FUNCTIONS.
           MOVE 'Y' TO WS-OPR-SIGNED-ON.
           MOVE OPA-NAME TO WS-OPERATOR-NAME.
           PERFORM VARYING WS-OPR-IX FROM 1 BY 1 UNTIL WS-OPR-IX > 8
              MOVE FUNCTION UPPER-CASE(OPA-FUNCTION(WS-OPR-IX))
                 TO WS-OPR-HELD(WS-OPR-IX)
           END-PERFORM.

      *    A refusal is logged here, so callers only decide what the
      *    refusal means for their command or transaction.
       CHECK-OPERATOR-FUNCTION.
           MOVE 'N' TO WS-OPR-AUTHORIZED.
           IF WS-OPR-SIGNED-ON = 'Y'
              PERFORM VARYING WS-OPR-IX FROM 1 BY 1
                 UNTIL WS-OPR-IX > 8
                 IF WS-OPR-HELD(WS-OPR-IX) = WS-OPR-FUNCTION
                    MOVE 'Y' TO WS-OPR-AUTHORIZED
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-OPR-AUTHORIZED = 'N'
              MOVE 'REFUSED' TO WS-OPR-RESULT
              PERFORM WRITE-OPERATOR-LOG
           END-IF.

      *    Opened and closed per entry: log traffic is a handful of
      *    records a run, and a program that ends abnormally must not
      *    lose the refusal that preceded it. Same status-35
      *    create-on-first-use rule as the run ledger.
       WRITE-OPERATOR-LOG.
           OPEN EXTEND OPERATOR-LOG-FILE.
           IF WS-OPR-LOG-STATUS = '35'
              OPEN OUTPUT OPERATOR-LOG-FILE
           END-IF.
           IF WS-OPR-LOG-STATUS = '00' OR WS-OPR-LOG-STATUS = '05'
              MOVE SPACES TO OPERATOR-LOG-RECORD
              ACCEPT OPL-DATE FROM DATE YYYYMMDD
              ACCEPT OPL-TIME FROM TIME
              MOVE WS-OPERATOR-ID TO OPL-OPERATOR-ID
              MOVE WS-OPR-PROGRAM TO OPL-PROGRAM
              MOVE WS-OPR-FUNCTION TO OPL-FUNCTION
              MOVE WS-OPR-RESULT TO OPL-RESULT
              MOVE WS-OPR-DETAIL TO OPL-DETAIL
              WRITE OPERATOR-LOG-RECORD
              CLOSE OPERATOR-LOG-FILE
           ELSE
              DISPLAY 'OPERATOR LOG NOT WRITABLE - STATUS '
                 WS-OPR-LOG-STATUS ' DATASET '
                 FUNCTION TRIM(WS-OPR-LOG-DATASET)
           END-IF.
