      **  This closes the loop without rerunning the whole day for    *
      **  the sake of a handful of bad lines.                          *
      **                                                               *
      **  A reject the operator marked 'V' in the browse program -     *
      **  typically an outlier ELF-SCREEN-PROGRAM held that proved to  *
      **  be genuine - needs no correction: its original line is       *
      **  re-validated and adjusted back in as entered.                *
      **                                                               *
      **  REPAIR_DAY (1 through 4) selects the validation ruleset;     *
      **  the dataset names resolve from the environment like every    *
      **  other program's (REJECT_INPUT_DATASET, CORRECTIONS_DATASET,  *
      **  ADJUSTMENT_DATASET, SUSPENSE_DATASET).                       *
      **                                                               *
      **  The run signs on as OPERATOR_ID against the operator         *
      **  authority dataset (OPRCHECK.cpy) and needs the REPAIR        *
      **  function; a refused run is logged, touches no output, and    *
      **  ends with return code 8. Every adjustment detail line        *
      **  carries the operator's ID. A run stamped with an event year  *
      **  YEAR-CLOSE-PROGRAM has closed is refused the same way, until *
      **  an authorised reopen is recorded.                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *    Optional triage dispositions from BROWSE-PROGRAM. When the
      *    file is present, only rejects the operator marked 'R' are
      *    picked up for repair, rejects marked 'V' (accepted as
      *    entered) are adjusted back in with their original line,
      *    and rejects marked 'A' (accepted loss) are dropped from
      *    suspense; when it is absent every reject is eligible, the
      *    original behavior. Not-found is not an
      *    error, same convention as the corrections file.
          SELECT DISPOSITION-FILE
              ASSIGN DYNAMIC WS-DISPOSITION-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

          SELECT OPERATOR-AUTHORITY-FILE
              ASSIGN DYNAMIC WS-OPR-AUTHORITY-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-OPR-AUTHORITY-STATUS.

          SELECT OPERATOR-LOG-FILE
              ASSIGN DYNAMIC WS-OPR-LOG-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-OPR-LOG-STATUS.

      *    Year-close register - a closed event year takes no more
      *    adjustments (YCLCHECK.cpy). Not-found means no year is closed.
          SELECT YEAR-CLOSE-FILE
              ASSIGN DYNAMIC WS-YCL-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-YCL-STATUS.

      *    Suspense aging report (request 034): buckets by age and
      *    reject reason, so the rejects nobody writes corrections
      *    for stop circulating invisibly.
       FD DISPOSITION-FILE.
          COPY "DSPREC.cpy".

       FD OPERATOR-AUTHORITY-FILE.
          COPY "OPAREC.cpy".

       FD OPERATOR-LOG-FILE.
          COPY "OPLREC.cpy".

       FD YEAR-CLOSE-FILE.
          COPY "YCLREC.cpy".

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD     PIC X(120).

          05 ADJ-VALUE           PIC 9(15).
          05 ADJ-SEP-2           PIC X.
          05 ADJ-CONTENT         PIC X(80).
          05 ADJ-SEP-3           PIC X.
          05 ADJ-OPERATOR-ID     PIC X(8).
          COPY "HDRREC.cpy".
          COPY "CTLREC.cpy".

          COPY "CTLPARM.cpy".
          COPY "SEVPARM.cpy".
          COPY "DLMPARM.cpy".
          COPY "OPRPARM.cpy".
          COPY "YCLPARM.cpy".
       01 WS-REJECT-INPUT-DATASET  PIC X(80) VALUE 'reject.txt'.
       01 WS-REJECT-INPUT-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-CORRECTIONS-DATASET   PIC X(80) VALUE 'corrections.txt'.
             10 WS-DSP-DATASET     PIC X(80).
       01 WS-THIS-ACTION           PIC X.
       01 WS-ACCEPTED-COUNT        PIC 9(6)  VALUE ZERO.
       01 WS-AS-ENTERED-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-ADJUSTMENT-DATASET    PIC X(80) VALUE 'adjustment.txt'.
       01 WS-SUSPENSE-DATASET      PIC X(80) VALUE 'suspense.txt'.
       01 WS-AGING-REPORT-DATASET  PIC X(80) VALUE 'suspenseage.txt'.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-REPAIR-PARMS.
           MOVE 'REPAIR-PROGRAM' TO WS-OPR-PROGRAM.
           PERFORM SIGN-ON-OPERATOR.
           MOVE 'REPAIR' TO WS-OPR-FUNCTION.
           MOVE SPACES TO WS-OPR-DETAIL.
           STRING 'REPAIR DAY ' DELIMITED BY SIZE
                  WS-REPAIR-DAY DELIMITED BY SIZE
                  ' REJECTS ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-INPUT-DATASET)
                     DELIMITED BY SIZE
              INTO WS-OPR-DETAIL.
           PERFORM CHECK-OPERATOR-FUNCTION.
           IF WS-OPR-AUTHORIZED NOT EQUAL 'Y'
              DISPLAY 'OPERATOR ' FUNCTION TRIM(WS-OPERATOR-ID)
                 ' NOT AUTHORIZED FOR REPAIR - NOTHING PROCESSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *    A closed year's results book is certified - an adjustment
      *    against it would change a published answer after the fact.
      *    The refusal goes on the security log beside the sign-on.
           MOVE ZERO TO WS-YCL-YEAR.
           PERFORM CHECK-YEAR-CLOSED.
           IF WS-YCL-CLOSED = 'Y'
              MOVE 'REFUSED' TO WS-OPR-RESULT
              MOVE SPACES TO WS-OPR-DETAIL
              STRING 'EVENT YEAR ' DELIMITED BY SIZE
                     WS-YCL-YEAR DELIMITED BY SIZE
                     ' IS CLOSED' DELIMITED BY SIZE
                 INTO WS-OPR-DETAIL
              PERFORM WRITE-OPERATOR-LOG
              DISPLAY 'EVENT YEAR ' WS-YCL-YEAR ' IS CLOSED - '
                 'NOTHING PROCESSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LOAD-CORRECTIONS.
           PERFORM LOAD-DISPOSITIONS.
           OPEN INPUT REJECT-INPUT-FILE.
              DISPLAY WS-ACCEPTED-COUNT ' REJECTS DROPPED AS '
                 'ACCEPTED LOSSES PER DISPOSITIONS'
           END-IF.
           IF WS-AS-ENTERED-COUNT > ZERO
              DISPLAY WS-AS-ENTERED-COUNT ' OF THE REPAIRED REJECTS '
                 'ACCEPTED AS ENTERED PER DISPOSITIONS'
           END-IF.
           IF WS-UNUSED-COUNT > ZERO
              DISPLAY 'WARNING - ' WS-UNUSED-COUNT ' CORRECTIONS '
                 'MATCHED NO REJECT RECORD'
                 ADD 1 TO WS-ACCEPTED-COUNT
              WHEN 'R'
                 PERFORM ATTEMPT-REPAIR
              WHEN 'V'
                 PERFORM ACCEPT-AS-ENTERED
              WHEN OTHER
                 MOVE REJECT-REASON TO WS-REPAIR-REASON
                 PERFORM WRITE-SUSPENSE-RECORD
              MOVE WS-COR-TEXT(WS-COR-FOUND) TO WS-WORK-LINE
              PERFORM VALIDATE-CORRECTED-LINE
              IF WS-REPAIR-VALID = 'Y'
                 PERFORM WRITE-ADJUSTMENT-DETAIL
              ELSE
      *          Carry the attempted correction forward, not the
      *          original bad text, so the next cycle's operator sees
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    A reject the operator accepted as entered - an outlier the
      *    screening step held that turned out to be real. The
      *    original line is its own correction: re-validated under
      *    the owning day's rules like any corrected line and, when
      *    it passes, adjusted back in with no corrections-file entry
      *    needed.
      **----------------------------------------------------------------
       ACCEPT-AS-ENTERED.
           MOVE REJECT-CONTENT TO WS-WORK-LINE.
           PERFORM VALIDATE-CORRECTED-LINE.
           IF WS-REPAIR-VALID = 'Y'
              ADD 1 TO WS-AS-ENTERED-COUNT
              PERFORM WRITE-ADJUSTMENT-DETAIL
           ELSE
              PERFORM WRITE-SUSPENSE-RECORD
           END-IF.

       WRITE-ADJUSTMENT-DETAIL.
           ADD 1 TO WS-REPAIRED-COUNT.
           ADD WS-REPAIR-VALUE TO WS-ADJUSTMENT-TOTAL.
           MOVE REJECT-LINE-NUM TO ADJ-LINE-NUM.
           MOVE SPACE TO ADJ-SEP-1.
           MOVE WS-REPAIR-VALUE TO ADJ-VALUE.
           MOVE SPACE TO ADJ-SEP-2.
           MOVE WS-WORK-LINE TO ADJ-CONTENT.
           MOVE SPACE TO ADJ-SEP-3.
           MOVE WS-OPERATOR-ID TO ADJ-OPERATOR-ID.
           WRITE ADJUSTMENT-RECORD.

      **----------------------------------------------------------------
      *    Route the day to its ruleset. The rules here mirror the
      *    owning programs' own validation (PROCESS-LINE's numeric

      **----------------------------------------------------------------
          COPY "SEVCHECK.cpy".

      **----------------------------------------------------------------
      *    Operator sign-on and function authority.
      **----------------------------------------------------------------
          COPY "OPRCHECK.cpy".

      **----------------------------------------------------------------
      *    Year-close register check.
      **----------------------------------------------------------------
          COPY "YCLCHECK.cpy".
