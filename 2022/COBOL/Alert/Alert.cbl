      ******************************************************************
      **                IDENTIFICATION DIVISION                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-PROGRAM.

      ******************************************************************
      **  Outbound alert interface for the on-call paging gateway.     *
      **  The failures a cycle can raise used to surface only when     *
      **  someone read the morning status page; this program gathers   *
      **  the same evidence MORNING-STATUS-PROGRAM grades -            *
      **    - a FAILED or HELD step in the driver's latest cycle       *
      **      (STSREC.cpy journal);                                    *
      **    - an F-severity footer (SEVCHECK.cpy) on a puzzle's        *
      **      current generation, resolved through the housekeeping    *
      **      resolution dataset;                                      *
      **    - a CRASHED checkpoint in the monitor's sweep report;      *
      **    - an extract the leaderboard never acknowledged (AGED) or  *
      **      acknowledged with a mismatch (FAILED) in the extract     *
      **      register (XRGREC.cpy);                                   *
      **  - and turns each open condition into alert records           *
      **  (ALRREC.cpy) appended to the alert dataset the gateway       *
      **  picks up. The conditions already raised are kept in the      *
      **  alert state dataset (ALSREC.cpy), so a condition still open  *
      **  on the next run is carried, not raised again; one open past  *
      **  ALERT_ESCALATE_CYCLES daily cycles (default 3) gets a single *
      **  ESCALATE record; one no longer found gets a CLOSED record    *
      **  and leaves the state. Return code 8 when anything was        *
      **  raised or escalated this run, 4 when alerts are merely       *
      **  still open, so the schedule can tell a new page from a       *
      **  standing one. A source dataset that will not open closes     *
      **  nothing - its open alerts are carried to the next run -      *
      **  and a state dataset holding more open alerts than the table  *
      **  takes is left untouched with return code 12.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT STEP-STATUS-FILE
              ASSIGN DYNAMIC WS-STEP-STATUS-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-STEP-STATUS-STATUS.

          SELECT RESOLUTION-FILE
              ASSIGN DYNAMIC WS-RESOLUTION-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-RESOLUTION-STATUS.

      *    Same shared-buffer FD the morning page reads footers with -
      *    both 01-levels so the widest record any source program
      *    writes still lands whole (see RECLAY.cpy's note).
          SELECT FOOTER-INPUT-FILE ASSIGN DYNAMIC WS-FOOTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-FOOTER-STATUS.

          SELECT MONITOR-REPORT-FILE
              ASSIGN DYNAMIC WS-MONITOR-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-MONITOR-STATUS.

          SELECT EXTRACT-REGISTER-FILE
              ASSIGN DYNAMIC WS-EXTRACT-REGISTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-REGISTER-STATUS.

      *    Not-found is not an error - the first run has no state.
          SELECT ALERT-STATE-FILE
              ASSIGN DYNAMIC WS-ALERT-STATE-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-ALERT-STATE-STATUS.

          SELECT ALERT-FILE ASSIGN DYNAMIC WS-ALERT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STEP-STATUS-FILE.
          COPY "STSREC.cpy".

       FD RESOLUTION-FILE.
       01 RESOLUTION-RECORD       PIC X(160).

       FD FOOTER-INPUT-FILE.
          COPY "CTLREC.cpy".
          COPY "BATREC.cpy".

       FD MONITOR-REPORT-FILE.
       01 MONITOR-RECORD          PIC X(132).

       FD EXTRACT-REGISTER-FILE.
          COPY "XRGREC.cpy".

       FD ALERT-STATE-FILE.
          COPY "ALSREC.cpy".

       FD ALERT-FILE.
          COPY "ALRREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STEP-STATUS-DATASET  PIC X(80) VALUE 'driverstatus.txt'.
       01 WS-STEP-STATUS-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-RESOLUTION-DATASET   PIC X(80) VALUE 'genresolve.txt'.
       01 WS-RESOLUTION-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-FOOTER-DATASET       PIC X(80) VALUE SPACES.
       01 WS-FOOTER-STATUS        PIC X(2)  VALUE SPACES.
       01 WS-MONITOR-DATASET      PIC X(80) VALUE 'ckptmon.txt'.
       01 WS-MONITOR-STATUS       PIC X(2)  VALUE SPACES.
       01 WS-EXTRACT-REGISTER-DATASET
                                  PIC X(80) VALUE 'extractreg.txt'.
       01 WS-EXTRACT-REGISTER-STATUS
                                  PIC X(2)  VALUE SPACES.
       01 WS-ALERT-STATE-DATASET  PIC X(80) VALUE 'alertstate.txt'.
       01 WS-ALERT-STATE-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-ALERT-DATASET        PIC X(80) VALUE 'alerts.txt'.
       01 WS-ALERT-STATUS         PIC X(2)  VALUE SPACES.
       01 WS-ENV-VALUE            PIC X(80).
       01 STATUS-EOF              PIC X     VALUE 'N'.
       01 RESOLUTION-EOF          PIC X     VALUE 'N'.
       01 FOOTER-EOF              PIC X     VALUE 'N'.
       01 MONITOR-EOF             PIC X     VALUE 'N'.
       01 REGISTER-EOF            PIC X     VALUE 'N'.
       01 STATE-EOF               PIC X     VALUE 'N'.

       01 WS-ESCALATE-PARM        PIC X(4)  VALUE SPACES.
       01 WS-ESCALATE-CYCLES      PIC 9(3)  VALUE 3.
       01 WS-EVENT-YEAR           PIC 9(4)  VALUE 2022.
       01 WS-TODAY                PIC 9(8)  VALUE ZERO.
       01 WS-NOW-TIME             PIC 9(8)  VALUE ZERO.

      *    The latest journal cycle, the driver's supersede/COMPLETE
      *    rules - same loading as MORNING-STATUS-PROGRAM.
       01 WS-STEP-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-STEP-TABLE.
          05 WS-STP-ENTRY OCCURS 100 TIMES.
             10 WS-STP-KEY        PIC X(8).
             10 WS-STP-STATUS     PIC X(8).
             10 WS-STP-ANSWER     PIC 9(15).
       01 WS-DONE-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-DONE-TABLE.
          05 WS-DON-ENTRY OCCURS 100 TIMES PIC X(31).

       01 WS-RES-NAME             PIC X(40).
       01 WS-RES-VALUE            PIC X(120).
       01 WS-RES-KEY              PIC X(8).
       01 WS-RES-WORD-1           PIC X(10).
       01 WS-RES-WORD-2           PIC X(10).
       01 WS-FTR-SEVERITY         PIC X     VALUE SPACE.
       01 WS-MON-STATE            PIC X(10).
       01 WS-MON-DATASET          PIC X(80).

      *    One condition found this run, staged for NOTE-CONDITION.
       01 WS-NEW-CONDITION        PIC X(8).
       01 WS-NEW-STEP-KEY         PIC X(8).
       01 WS-NEW-SUBJECT          PIC X(80).
       01 WS-NEW-SEVERITY         PIC X.
       01 WS-NEW-SOURCE           PIC X(30).
       01 WS-NEW-YEAR             PIC 9(4).
       01 WS-NEW-DAY              PIC 9(2).
       01 WS-NEW-PART             PIC 9(1).
       01 WS-NEW-MESSAGE          PIC X(80).
       01 WS-KEY-DAY-TEXT         PIC X(4).
       01 WS-KEY-PART-TEXT        PIC X(4).

      *    Conditions open this run. An extract register entry can be
      *    superseded by a later record for the same extract, so an
      *    entry is blanked rather than removed when that happens.
       01 WS-CUR-COUNT            PIC 9(3)  VALUE ZERO.
       01 WS-CUR-TABLE.
          05 WS-CUR-ENTRY OCCURS 200 TIMES.
             10 WS-CUR-CONDITION  PIC X(8).
             10 WS-CUR-STEP-KEY   PIC X(8).
             10 WS-CUR-SUBJECT    PIC X(80).
             10 WS-CUR-SEVERITY   PIC X.
             10 WS-CUR-SOURCE     PIC X(30).
             10 WS-CUR-YEAR       PIC 9(4).
             10 WS-CUR-DAY        PIC 9(2).
             10 WS-CUR-PART       PIC 9(1).
             10 WS-CUR-MESSAGE    PIC X(80).
       01 WS-CUR-DROPPED          PIC 9(3)  VALUE ZERO.
       01 WS-CUR-FOUND            PIC 9(3)  VALUE ZERO.

      *    Alerts already raised, from the state dataset. A slot whose
      *    condition has cleared is marked closed and left out when
      *    the state is rewritten.
       01 WS-OPN-COUNT            PIC 9(3)  VALUE ZERO.
       01 WS-OPEN-TABLE.
          05 WS-OPN-ENTRY OCCURS 200 TIMES.
             10 WS-OPN-CONDITION  PIC X(8).
             10 WS-OPN-STEP-KEY   PIC X(8).
             10 WS-OPN-SUBJECT    PIC X(80).
             10 WS-OPN-SEVERITY   PIC X.
             10 WS-OPN-SOURCE     PIC X(30).
             10 WS-OPN-YEAR       PIC 9(4).
             10 WS-OPN-DAY        PIC 9(2).
             10 WS-OPN-PART       PIC 9(1).
             10 WS-OPN-RAISED-DATE PIC 9(8).
             10 WS-OPN-RAISED-TIME PIC 9(8).
             10 WS-OPN-LAST-SEEN  PIC 9(8).
             10 WS-OPN-CYCLES     PIC 9(3).
             10 WS-OPN-ESCALATED  PIC X.
             10 WS-OPN-MESSAGE    PIC X(80).
             10 WS-OPN-MATCHED    PIC X.
       01 WS-OPN-DROPPED          PIC 9(3)  VALUE ZERO.
       01 WS-OPN-FOUND            PIC 9(3)  VALUE ZERO.
       01 WS-STATE-OVERFLOW       PIC X     VALUE 'N'.

      *    A source that would not open was never re-examined, so the
      *    alerts it raised are carried rather than closed.
       01 WS-JOURNAL-AVAILABLE    PIC X     VALUE 'Y'.
       01 WS-RESOLUTION-AVAILABLE PIC X     VALUE 'Y'.
       01 WS-MONITOR-AVAILABLE    PIC X     VALUE 'Y'.
       01 WS-REGISTER-AVAILABLE   PIC X     VALUE 'Y'.
       01 WS-SOURCE-AVAILABLE     PIC X.

       01 WS-RAISED-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-ESCALATED-COUNT      PIC 9(3)  VALUE ZERO.
       01 WS-CLOSED-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-STILL-OPEN-COUNT     PIC 9(3)  VALUE ZERO.
       01 WS-ALERT-ACTION         PIC X(8).
       01 I                       PIC 9(3).
       01 J                       PIC 9(3).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-ALERT-PARMS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM LOAD-OPEN-ALERTS.
      *    Rewriting a state file that did not fit the table would
      *    erase the open alerts past the limit.
           IF WS-STATE-OVERFLOW = 'Y'
              DISPLAY 'ALERT STATE DATASET '
                 FUNCTION TRIM(WS-ALERT-STATE-DATASET)
                 ' HOLDS MORE THAN 200 OPEN ALERTS - '
                 WS-OPN-DROPPED ' NOT LOADED, STATE LEFT UNCHANGED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM COLLECT-STEP-CONDITIONS.
           PERFORM COLLECT-FOOTER-CONDITIONS.
           PERFORM COLLECT-CHECKPOINT-CONDITIONS.
           PERFORM COLLECT-EXTRACT-CONDITIONS.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-STATUS = '35'
              OPEN OUTPUT ALERT-FILE
           END-IF.
           IF WS-ALERT-STATUS NOT EQUAL '00' AND NOT EQUAL '05'
              DISPLAY 'ALERT DATASET '
                 FUNCTION TRIM(WS-ALERT-DATASET)
                 ' WILL NOT OPEN - STATUS ' WS-ALERT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CUR-COUNT
              IF WS-CUR-CONDITION(I) NOT EQUAL SPACES
                 PERFORM RAISE-OR-CARRY-CONDITION
              END-IF
           END-PERFORM.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-OPN-COUNT
              IF WS-OPN-MATCHED(J) = 'N'
                 PERFORM CHECK-ALERT-SOURCE
                 IF WS-SOURCE-AVAILABLE = 'Y'
                    PERFORM CLOSE-CLEARED-ALERT
                 ELSE
                    MOVE 'Y' TO WS-OPN-MATCHED(J)
                    ADD 1 TO WS-STILL-OPEN-COUNT
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ALERT-FILE.
           PERFORM REWRITE-ALERT-STATE.
           DISPLAY WS-RAISED-COUNT ' RAISED, ' WS-ESCALATED-COUNT
              ' ESCALATED, ' WS-CLOSED-COUNT ' CLOSED, '
              WS-STILL-OPEN-COUNT ' STILL OPEN - SEE '
              FUNCTION TRIM(WS-ALERT-DATASET).
           IF WS-CUR-DROPPED > ZERO OR WS-OPN-DROPPED > ZERO
              DISPLAY 'WARNING - TABLE FULL, ' WS-CUR-DROPPED
                 ' CONDITIONS AND ' WS-OPN-DROPPED
                 ' OPEN ALERTS NOT TRACKED'
           END-IF.
           EVALUATE TRUE
              WHEN WS-RAISED-COUNT > ZERO
                 OR WS-ESCALATED-COUNT > ZERO
                 MOVE 8 TO RETURN-CODE
              WHEN WS-STILL-OPEN-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      **----------------------------------------------------------------
       RESOLVE-ALERT-PARMS.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'STEP_STATUS_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-STEP-STATUS-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'GEN_RESOLUTION_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-RESOLUTION-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'MONITOR_REPORT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-MONITOR-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'EXTRACT_REGISTER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-EXTRACT-REGISTER-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ALERT_STATE_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ALERT-STATE-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ALERT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ALERT-DATASET
           END-IF.
           ACCEPT WS-ESCALATE-PARM FROM ENVIRONMENT
              'ALERT_ESCALATE_CYCLES'.
           IF WS-ESCALATE-PARM NOT EQUAL SPACES
              AND FUNCTION TRIM(WS-ESCALATE-PARM) IS NUMERIC
              COMPUTE WS-ESCALATE-CYCLES =
                 FUNCTION NUMVAL(WS-ESCALATE-PARM)
           END-IF.
      *    The resolution dataset only carries the event year
      *    housekeeping selected, so footer alerts are stamped with
      *    that same EVENT_YEAR.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'EVENT_YEAR'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              COMPUTE WS-EVENT-YEAR = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF.

      **----------------------------------------------------------------
      *    The alerts raised on earlier runs and not yet closed.
      **----------------------------------------------------------------
       LOAD-OPEN-ALERTS.
           OPEN INPUT ALERT-STATE-FILE.
           IF WS-ALERT-STATE-STATUS = '00'
              PERFORM UNTIL STATE-EOF = 'Y'
                  READ ALERT-STATE-FILE
                      AT END
                          MOVE 'Y' TO STATE-EOF
                      NOT AT END
                          PERFORM LOAD-ONE-OPEN-ALERT
                  END-READ
              END-PERFORM
              CLOSE ALERT-STATE-FILE
           END-IF.

       LOAD-ONE-OPEN-ALERT.
           IF ALS-CONDITION NOT EQUAL SPACES
              IF WS-OPN-COUNT < 200
                 ADD 1 TO WS-OPN-COUNT
                 MOVE ALS-CONDITION TO WS-OPN-CONDITION(WS-OPN-COUNT)
                 MOVE ALS-STEP-KEY TO WS-OPN-STEP-KEY(WS-OPN-COUNT)
                 MOVE ALS-SUBJECT TO WS-OPN-SUBJECT(WS-OPN-COUNT)
                 MOVE ALS-SEVERITY TO WS-OPN-SEVERITY(WS-OPN-COUNT)
                 MOVE ALS-SOURCE-PROGRAM TO
                    WS-OPN-SOURCE(WS-OPN-COUNT)
                 MOVE ALS-YEAR TO WS-OPN-YEAR(WS-OPN-COUNT)
                 MOVE ALS-DAY TO WS-OPN-DAY(WS-OPN-COUNT)
                 MOVE ALS-PART TO WS-OPN-PART(WS-OPN-COUNT)
                 MOVE ALS-RAISED-DATE TO
                    WS-OPN-RAISED-DATE(WS-OPN-COUNT)
                 MOVE ALS-RAISED-TIME TO
                    WS-OPN-RAISED-TIME(WS-OPN-COUNT)
                 MOVE ALS-LAST-SEEN-DATE TO
                    WS-OPN-LAST-SEEN(WS-OPN-COUNT)
                 MOVE ALS-CYCLES-OPEN TO WS-OPN-CYCLES(WS-OPN-COUNT)
                 MOVE ALS-ESCALATED TO WS-OPN-ESCALATED(WS-OPN-COUNT)
                 MOVE ALS-MESSAGE TO WS-OPN-MESSAGE(WS-OPN-COUNT)
                 MOVE 'N' TO WS-OPN-MATCHED(WS-OPN-COUNT)
              ELSE
                 ADD 1 TO WS-OPN-DROPPED
                 MOVE 'Y' TO WS-STATE-OVERFLOW
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    Driver journal: the latest cycle's FAILED and HELD steps. A
      *    HELD step only waited on a failed predecessor, so it pages
      *    as a warning - the predecessor's own FAILED is the page.
      **----------------------------------------------------------------
       COLLECT-STEP-CONDITIONS.
           OPEN INPUT STEP-STATUS-FILE.
           IF WS-STEP-STATUS-STATUS = '00'
              PERFORM UNTIL STATUS-EOF = 'Y'
                  READ STEP-STATUS-FILE
                      AT END
                          MOVE 'Y' TO STATUS-EOF
                      NOT AT END
                          PERFORM LOAD-ONE-JOURNAL-RECORD
                  END-READ
              END-PERFORM
              CLOSE STEP-STATUS-FILE
           ELSE
              MOVE 'N' TO WS-JOURNAL-AVAILABLE
              DISPLAY 'STEP STATUS JOURNAL '
                 FUNCTION TRIM(WS-STEP-STATUS-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-STEP-STATUS-STATUS
                 ' - ITS ALERTS CARRIED'
           END-IF.
           IF WS-STEP-COUNT = ZERO AND WS-DONE-COUNT > ZERO
              MOVE WS-DONE-COUNT TO WS-STEP-COUNT
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STEP-COUNT
                 MOVE WS-DON-ENTRY(I)(1:8) TO WS-STP-KEY(I)
                 MOVE WS-DON-ENTRY(I)(9:8) TO WS-STP-STATUS(I)
                 MOVE WS-DON-ENTRY(I)(17:15) TO WS-STP-ANSWER(I)
              END-PERFORM
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STEP-COUNT
              IF WS-STP-STATUS(I) = 'FAILED' OR 'HELD'
                 PERFORM NOTE-STEP-CONDITION
              END-IF
           END-PERFORM.

       LOAD-ONE-JOURNAL-RECORD.
           IF STS-KEY = 'COMPLETE'
              MOVE ZERO TO WS-DONE-COUNT
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STEP-COUNT
                 ADD 1 TO WS-DONE-COUNT
                 STRING WS-STP-KEY(I) WS-STP-STATUS(I)
                        WS-STP-ANSWER(I)
                    DELIMITED BY SIZE
                    INTO WS-DON-ENTRY(WS-DONE-COUNT)
              END-PERFORM
              MOVE ZERO TO WS-STEP-COUNT
           ELSE
              IF STS-SEQ >= 1 AND STS-SEQ <= 100
                 MOVE STS-KEY TO WS-STP-KEY(STS-SEQ)
                 MOVE STS-STATUS TO WS-STP-STATUS(STS-SEQ)
                 MOVE STS-ANSWER TO WS-STP-ANSWER(STS-SEQ)
                 IF STS-SEQ > WS-STEP-COUNT
                    MOVE STS-SEQ TO WS-STEP-COUNT
                 END-IF
              END-IF
           END-IF.

       NOTE-STEP-CONDITION.
           MOVE WS-STP-KEY(I) TO WS-NEW-STEP-KEY.
           PERFORM RESOLVE-STEP-IDENTITY.
           MOVE SPACES TO WS-NEW-SUBJECT WS-NEW-MESSAGE.
           IF WS-STP-STATUS(I) = 'FAILED'
              MOVE 'STEPFAIL' TO WS-NEW-CONDITION
              MOVE 'F' TO WS-NEW-SEVERITY
              STRING 'DRIVER STEP ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-STP-KEY(I)) DELIMITED BY SIZE
                     ' FAILED IN THE LATEST CYCLE' DELIMITED BY SIZE
                 INTO WS-NEW-MESSAGE
           ELSE
              MOVE 'STEPHELD' TO WS-NEW-CONDITION
              MOVE 'W' TO WS-NEW-SEVERITY
              STRING 'DRIVER STEP ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-STP-KEY(I)) DELIMITED BY SIZE
                     ' HELD BEHIND A FAILED PREDECESSOR'
                        DELIMITED BY SIZE
                 INTO WS-NEW-MESSAGE
           END-IF.
           PERFORM NOTE-CONDITION.

      **----------------------------------------------------------------
      *    Footers: each DAYnPn_CURRENT_DATASET resolution line names
      *    a step key and its current generation; an F severity on
      *    that generation's footer is a failed answer.
      **----------------------------------------------------------------
       COLLECT-FOOTER-CONDITIONS.
           OPEN INPUT RESOLUTION-FILE.
           IF WS-RESOLUTION-STATUS = '00'
              PERFORM UNTIL RESOLUTION-EOF = 'Y'
                  READ RESOLUTION-FILE
                      AT END
                          MOVE 'Y' TO RESOLUTION-EOF
                      NOT AT END
                          PERFORM CHECK-ONE-RESOLUTION-LINE
                  END-READ
              END-PERFORM
              CLOSE RESOLUTION-FILE
           ELSE
              MOVE 'N' TO WS-RESOLUTION-AVAILABLE
              DISPLAY 'RESOLUTION DATASET '
                 FUNCTION TRIM(WS-RESOLUTION-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-RESOLUTION-STATUS
                 ' - ITS ALERTS CARRIED'
           END-IF.

       CHECK-ONE-RESOLUTION-LINE.
           MOVE SPACES TO WS-RES-NAME WS-RES-VALUE.
           UNSTRING RESOLUTION-RECORD DELIMITED BY '='
              INTO WS-RES-NAME WS-RES-VALUE.
           MOVE SPACES TO WS-RES-KEY WS-RES-WORD-1 WS-RES-WORD-2.
           UNSTRING WS-RES-NAME DELIMITED BY '_'
              INTO WS-RES-KEY WS-RES-WORD-1 WS-RES-WORD-2.
           IF WS-RES-WORD-1 = 'CURRENT'
              AND WS-RES-WORD-2 = 'DATASET'
              MOVE WS-RES-VALUE TO WS-FOOTER-DATASET
              PERFORM READ-FOOTER-SEVERITY
              IF WS-FTR-SEVERITY = 'F'
                 MOVE WS-RES-KEY TO WS-NEW-STEP-KEY
                 PERFORM RESOLVE-STEP-IDENTITY
                 MOVE 'SEVERITY' TO WS-NEW-CONDITION
                 MOVE 'F' TO WS-NEW-SEVERITY
                 MOVE WS-RES-VALUE TO WS-NEW-SUBJECT
                 MOVE SPACES TO WS-NEW-MESSAGE
                 STRING 'SEVERITY F - REJECT RATE AT OR OVER FAIL '
                           DELIMITED BY SIZE
                        'THRESHOLD ON CURRENT GENERATION'
                           DELIMITED BY SIZE
                    INTO WS-NEW-MESSAGE
                 PERFORM NOTE-CONDITION
              END-IF
           END-IF.

       READ-FOOTER-SEVERITY.
           MOVE SPACE TO WS-FTR-SEVERITY.
           MOVE 'N' TO FOOTER-EOF.
           OPEN INPUT FOOTER-INPUT-FILE.
           IF WS-FOOTER-STATUS = '00'
              PERFORM UNTIL FOOTER-EOF = 'Y'
                  READ FOOTER-INPUT-FILE
                      AT END
                          MOVE 'Y' TO FOOTER-EOF
                      NOT AT END
                          IF FTR-LABEL = 'FTR'
                             MOVE FTR-SEVERITY TO WS-FTR-SEVERITY
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FOOTER-INPUT-FILE
           END-IF.

      **----------------------------------------------------------------
      *    Monitor sweep report: one 'CRASHED <dataset> AT RECORD ...'
      *    line per dead run's checkpoint.
      **----------------------------------------------------------------
       COLLECT-CHECKPOINT-CONDITIONS.
           OPEN INPUT MONITOR-REPORT-FILE.
           IF WS-MONITOR-STATUS = '00'
              PERFORM UNTIL MONITOR-EOF = 'Y'
                  READ MONITOR-REPORT-FILE
                      AT END
                          MOVE 'Y' TO MONITOR-EOF
                      NOT AT END
                          IF MONITOR-RECORD(1:7) = 'CRASHED'
                             PERFORM NOTE-CRASHED-CHECKPOINT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE MONITOR-REPORT-FILE
           ELSE
              MOVE 'N' TO WS-MONITOR-AVAILABLE
              DISPLAY 'MONITOR REPORT '
                 FUNCTION TRIM(WS-MONITOR-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-MONITOR-STATUS
                 ' - ITS ALERTS CARRIED'
           END-IF.

       NOTE-CRASHED-CHECKPOINT.
           MOVE SPACES TO WS-MON-STATE WS-MON-DATASET.
           UNSTRING MONITOR-RECORD DELIMITED BY ALL SPACES
              INTO WS-MON-STATE WS-MON-DATASET.
           MOVE 'CRASHED' TO WS-NEW-CONDITION.
           MOVE SPACES TO WS-NEW-STEP-KEY.
           MOVE WS-MON-DATASET TO WS-NEW-SUBJECT.
           MOVE 'F' TO WS-NEW-SEVERITY.
           MOVE 'MONITOR-PROGRAM' TO WS-NEW-SOURCE.
           MOVE WS-EVENT-YEAR TO WS-NEW-YEAR.
           MOVE ZERO TO WS-NEW-DAY WS-NEW-PART.
           MOVE 'CHECKPOINT LEFT MID-RUN PAST THE STALE BOUND - RUN NEED
      -         'S RESTARTING' TO WS-NEW-MESSAGE.
           PERFORM NOTE-CONDITION.

      **----------------------------------------------------------------
      *    Extract register: latest record per extract wins, the way
      *    EXTRACT-ACK-PROGRAM resolves it - AGED (never acknowledged)
      *    and FAILED (acknowledged with a count or hash mismatch) are
      *    open; a later SENT or LOADED record clears the extract.
      **----------------------------------------------------------------
       COLLECT-EXTRACT-CONDITIONS.
           OPEN INPUT EXTRACT-REGISTER-FILE.
           IF WS-EXTRACT-REGISTER-STATUS = '00'
              PERFORM UNTIL REGISTER-EOF = 'Y'
                  READ EXTRACT-REGISTER-FILE
                      AT END
                          MOVE 'Y' TO REGISTER-EOF
                      NOT AT END
                          PERFORM CHECK-ONE-REGISTER-RECORD
                  END-READ
              END-PERFORM
              CLOSE EXTRACT-REGISTER-FILE
           ELSE
              MOVE 'N' TO WS-REGISTER-AVAILABLE
              DISPLAY 'EXTRACT REGISTER '
                 FUNCTION TRIM(WS-EXTRACT-REGISTER-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-EXTRACT-REGISTER-STATUS
                 ' - ITS ALERTS CARRIED'
           END-IF.

       CHECK-ONE-REGISTER-RECORD.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CUR-COUNT
              IF (WS-CUR-CONDITION(J) = 'XACKAGED'
                  OR WS-CUR-CONDITION(J) = 'XACKFAIL')
                 AND WS-CUR-SUBJECT(J) = XRG-DATASET
                 MOVE SPACES TO WS-CUR-CONDITION(J)
              END-IF
           END-PERFORM.
           IF XRG-STATUS = 'AGED' OR 'FAILED'
              MOVE 'EXTRACT' TO WS-NEW-STEP-KEY
              MOVE XRG-DATASET TO WS-NEW-SUBJECT
              MOVE 'F' TO WS-NEW-SEVERITY
              MOVE 'EXTRACT-ACK-PROGRAM' TO WS-NEW-SOURCE
              MOVE WS-EVENT-YEAR TO WS-NEW-YEAR
              MOVE ZERO TO WS-NEW-DAY WS-NEW-PART
              IF XRG-STATUS = 'AGED'
                 MOVE 'XACKAGED' TO WS-NEW-CONDITION
                 MOVE 'LEADERBOARD EXTRACT NEVER ACKNOWLEDGED'
                    TO WS-NEW-MESSAGE
              ELSE
                 MOVE 'XACKFAIL' TO WS-NEW-CONDITION
                 MOVE 'LEADERBOARD ACKNOWLEDGMENT COUNT OR HASH MISMATC
      -              'H' TO WS-NEW-MESSAGE
              END-IF
              PERFORM NOTE-CONDITION
           END-IF.

      **----------------------------------------------------------------
      *    Step key to the program that runs it, and its puzzle day
      *    and part (DAY1P1 -> day 1 part 1; ELFAGG, ELFSCRN and
      *    DAY1VER belong to Day 1 as a whole).
      **----------------------------------------------------------------
       RESOLVE-STEP-IDENTITY.
           MOVE WS-EVENT-YEAR TO WS-NEW-YEAR.
           MOVE ZERO TO WS-NEW-DAY WS-NEW-PART.
           EVALUATE WS-NEW-STEP-KEY
              WHEN 'ELFAGG'
                 MOVE 'ELF-AGGREGATE-PROGRAM' TO WS-NEW-SOURCE
              WHEN 'ELFSCRN'
                 MOVE 'ELF-SCREEN-PROGRAM' TO WS-NEW-SOURCE
              WHEN 'DAY1VER'
                 MOVE 'DAY1-VERIFY-PROGRAM' TO WS-NEW-SOURCE
              WHEN 'DAY1P1'
                 MOVE 'DAY_1-PROGRAM' TO WS-NEW-SOURCE
              WHEN 'DAY1P2'
                 MOVE 'DAY_1_P1-PROGRAM' TO WS-NEW-SOURCE
              WHEN 'DAY2P1'
                 MOVE 'DAY_2-PROGRAM' TO WS-NEW-SOURCE
              WHEN 'DAY2P2'
                 MOVE 'DAY_2_P2-PROGRAM' TO WS-NEW-SOURCE
              WHEN 'DAY3P1'
                 MOVE 'DAY-2-P1-PROGRAM' TO WS-NEW-SOURCE
              WHEN 'DAY3P2'
                 MOVE 'DAY-2-P2-PROGRAM' TO WS-NEW-SOURCE
              WHEN 'DAY4P1'
              WHEN 'DAY4P2'
                 MOVE 'DAY_4-PROGRAM' TO WS-NEW-SOURCE
              WHEN 'DAY5P1'
                 MOVE 'DAY_5-PROGRAM' TO WS-NEW-SOURCE
              WHEN 'DAY5P2'
                 MOVE 'DAY_5_P2-PROGRAM' TO WS-NEW-SOURCE
              WHEN 'DAY6P1'
              WHEN 'DAY6P2'
                 MOVE 'DAY_6-PROGRAM' TO WS-NEW-SOURCE
              WHEN OTHER
                 MOVE 'DRIVER-PROGRAM' TO WS-NEW-SOURCE
           END-EVALUATE.
           IF WS-NEW-STEP-KEY(1:3) = 'DAY'
              MOVE SPACES TO WS-KEY-DAY-TEXT WS-KEY-PART-TEXT
              UNSTRING WS-NEW-STEP-KEY(4:5) DELIMITED BY 'P' OR 'V'
                 INTO WS-KEY-DAY-TEXT WS-KEY-PART-TEXT
              IF FUNCTION TRIM(WS-KEY-DAY-TEXT) IS NUMERIC
                 COMPUTE WS-NEW-DAY =
                    FUNCTION NUMVAL(WS-KEY-DAY-TEXT)
              END-IF
              IF FUNCTION TRIM(WS-KEY-PART-TEXT) IS NUMERIC
                 COMPUTE WS-NEW-PART =
                    FUNCTION NUMVAL(WS-KEY-PART-TEXT)
              END-IF
           END-IF.
           IF WS-NEW-STEP-KEY = 'ELFAGG' OR 'ELFSCRN'
              MOVE 1 TO WS-NEW-DAY
           END-IF.

      **----------------------------------------------------------------
      *    Add the staged condition to this run's table, once - the
      *    same condition found twice in one run is still one alert.
      **----------------------------------------------------------------
       NOTE-CONDITION.
           MOVE ZERO TO WS-CUR-FOUND.
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-CUR-COUNT OR WS-CUR-FOUND > ZERO
              IF WS-CUR-CONDITION(J) = WS-NEW-CONDITION
                 AND WS-CUR-STEP-KEY(J) = WS-NEW-STEP-KEY
                 AND WS-CUR-SUBJECT(J) = WS-NEW-SUBJECT
                 MOVE J TO WS-CUR-FOUND
              END-IF
           END-PERFORM.
           IF WS-CUR-FOUND = ZERO
              IF WS-CUR-COUNT < 200
                 ADD 1 TO WS-CUR-COUNT
                 MOVE WS-NEW-CONDITION TO WS-CUR-CONDITION(WS-CUR-COUNT)
                 MOVE WS-NEW-STEP-KEY TO WS-CUR-STEP-KEY(WS-CUR-COUNT)
                 MOVE WS-NEW-SUBJECT TO WS-CUR-SUBJECT(WS-CUR-COUNT)
                 MOVE WS-NEW-SEVERITY TO WS-CUR-SEVERITY(WS-CUR-COUNT)
                 MOVE WS-NEW-SOURCE TO WS-CUR-SOURCE(WS-CUR-COUNT)
                 MOVE WS-NEW-YEAR TO WS-CUR-YEAR(WS-CUR-COUNT)
                 MOVE WS-NEW-DAY TO WS-CUR-DAY(WS-CUR-COUNT)
                 MOVE WS-NEW-PART TO WS-CUR-PART(WS-CUR-COUNT)
                 MOVE WS-NEW-MESSAGE TO WS-CUR-MESSAGE(WS-CUR-COUNT)
              ELSE
                 ADD 1 TO WS-CUR-DROPPED
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    A condition already open is carried: its cycle count moves
      *    once per new run date, and it escalates once when that
      *    count passes the bound. A new condition is raised.
      **----------------------------------------------------------------
       RAISE-OR-CARRY-CONDITION.
           MOVE ZERO TO WS-OPN-FOUND.
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-OPN-COUNT OR WS-OPN-FOUND > ZERO
              IF WS-OPN-CONDITION(J) = WS-CUR-CONDITION(I)
                 AND WS-OPN-STEP-KEY(J) = WS-CUR-STEP-KEY(I)
                 AND WS-OPN-SUBJECT(J) = WS-CUR-SUBJECT(I)
                 MOVE J TO WS-OPN-FOUND
              END-IF
           END-PERFORM.
           IF WS-OPN-FOUND > ZERO
              MOVE WS-OPN-FOUND TO J
              MOVE 'Y' TO WS-OPN-MATCHED(J)
              IF WS-TODAY > WS-OPN-LAST-SEEN(J)
                 ADD 1 TO WS-OPN-CYCLES(J)
                 MOVE WS-TODAY TO WS-OPN-LAST-SEEN(J)
              END-IF
              IF WS-OPN-CYCLES(J) > WS-ESCALATE-CYCLES
                 AND WS-OPN-ESCALATED(J) NOT EQUAL 'Y'
                 MOVE 'Y' TO WS-OPN-ESCALATED(J)
                 MOVE 'ESCALATE' TO WS-ALERT-ACTION
                 PERFORM WRITE-OPEN-ALERT-RECORD
                 ADD 1 TO WS-ESCALATED-COUNT
              ELSE
                 ADD 1 TO WS-STILL-OPEN-COUNT
              END-IF
           ELSE
              IF WS-OPN-COUNT < 200
                 ADD 1 TO WS-OPN-COUNT
                 MOVE WS-OPN-COUNT TO J
                 MOVE WS-CUR-CONDITION(I) TO WS-OPN-CONDITION(J)
                 MOVE WS-CUR-STEP-KEY(I) TO WS-OPN-STEP-KEY(J)
                 MOVE WS-CUR-SUBJECT(I) TO WS-OPN-SUBJECT(J)
                 MOVE WS-CUR-SEVERITY(I) TO WS-OPN-SEVERITY(J)
                 MOVE WS-CUR-SOURCE(I) TO WS-OPN-SOURCE(J)
                 MOVE WS-CUR-YEAR(I) TO WS-OPN-YEAR(J)
                 MOVE WS-CUR-DAY(I) TO WS-OPN-DAY(J)
                 MOVE WS-CUR-PART(I) TO WS-OPN-PART(J)
                 MOVE WS-TODAY TO WS-OPN-RAISED-DATE(J)
                 MOVE WS-NOW-TIME TO WS-OPN-RAISED-TIME(J)
                 MOVE WS-TODAY TO WS-OPN-LAST-SEEN(J)
                 MOVE 1 TO WS-OPN-CYCLES(J)
                 MOVE 'N' TO WS-OPN-ESCALATED(J)
                 MOVE WS-CUR-MESSAGE(I) TO WS-OPN-MESSAGE(J)
                 MOVE 'Y' TO WS-OPN-MATCHED(J)
                 MOVE 'RAISED' TO WS-ALERT-ACTION
                 PERFORM WRITE-OPEN-ALERT-RECORD
                 ADD 1 TO WS-RAISED-COUNT
              ELSE
                 ADD 1 TO WS-OPN-DROPPED
              END-IF
           END-IF.

      *    Which collector re-examines open-table slot J's condition,
      *    and whether that collector's dataset opened this run.
       CHECK-ALERT-SOURCE.
           EVALUATE WS-OPN-CONDITION(J)
              WHEN 'STEPFAIL'
              WHEN 'STEPHELD'
                 MOVE WS-JOURNAL-AVAILABLE TO WS-SOURCE-AVAILABLE
              WHEN 'SEVERITY'
                 MOVE WS-RESOLUTION-AVAILABLE TO WS-SOURCE-AVAILABLE
              WHEN 'CRASHED'
                 MOVE WS-MONITOR-AVAILABLE TO WS-SOURCE-AVAILABLE
              WHEN 'XACKAGED'
              WHEN 'XACKFAIL'
                 MOVE WS-REGISTER-AVAILABLE TO WS-SOURCE-AVAILABLE
              WHEN OTHER
                 MOVE 'Y' TO WS-SOURCE-AVAILABLE
           END-EVALUATE.

       CLOSE-CLEARED-ALERT.
           MOVE 'C' TO WS-OPN-MATCHED(J).
           MOVE 'CLOSED' TO WS-ALERT-ACTION.
           PERFORM WRITE-OPEN-ALERT-RECORD.
           ADD 1 TO WS-CLOSED-COUNT.

      **----------------------------------------------------------------
      *    One outbound record off open-table slot J, stamped now.
      **----------------------------------------------------------------
       WRITE-OPEN-ALERT-RECORD.
           MOVE WS-ALERT-ACTION TO ALR-ACTION.
           MOVE SPACE TO ALR-SEP-1.
           MOVE WS-OPN-SEVERITY(J) TO ALR-SEVERITY.
           MOVE SPACE TO ALR-SEP-2.
           MOVE WS-OPN-SOURCE(J) TO ALR-SOURCE-PROGRAM.
           MOVE SPACE TO ALR-SEP-3.
           MOVE WS-OPN-STEP-KEY(J) TO ALR-STEP-KEY.
           MOVE SPACE TO ALR-SEP-4.
           MOVE WS-OPN-YEAR(J) TO ALR-YEAR.
           MOVE SPACE TO ALR-SEP-5.
           MOVE WS-OPN-DAY(J) TO ALR-DAY.
           MOVE SPACE TO ALR-SEP-6.
           MOVE WS-OPN-PART(J) TO ALR-PART.
           MOVE SPACE TO ALR-SEP-7.
           MOVE WS-TODAY TO ALR-ALERT-DATE.
           MOVE SPACE TO ALR-SEP-8.
           MOVE WS-NOW-TIME TO ALR-ALERT-TIME.
           MOVE SPACE TO ALR-SEP-9.
           MOVE WS-OPN-CYCLES(J) TO ALR-CYCLES-OPEN.
           MOVE SPACE TO ALR-SEP-10.
           MOVE WS-OPN-CONDITION(J) TO ALR-CONDITION.
           MOVE SPACE TO ALR-SEP-11.
           MOVE WS-OPN-SUBJECT(J) TO ALR-SUBJECT.
           MOVE SPACE TO ALR-SEP-12.
           EVALUATE WS-ALERT-ACTION
              WHEN 'CLOSED'
                 MOVE SPACES TO ALR-MESSAGE
                 STRING 'CLEARED - ' DELIMITED BY SIZE
                        WS-OPN-MESSAGE(J) DELIMITED BY SIZE
                    INTO ALR-MESSAGE
              WHEN 'ESCALATE'
                 MOVE SPACES TO ALR-MESSAGE
                 STRING 'STILL OPEN - ' DELIMITED BY SIZE
                        WS-OPN-MESSAGE(J) DELIMITED BY SIZE
                    INTO ALR-MESSAGE
              WHEN OTHER
                 MOVE WS-OPN-MESSAGE(J) TO ALR-MESSAGE
           END-EVALUATE.
           WRITE ALERT-RECORD.
           DISPLAY ALR-ACTION ' ' ALR-SEVERITY ' '
              FUNCTION TRIM(ALR-CONDITION) ' '
              FUNCTION TRIM(ALR-STEP-KEY) ' '
              FUNCTION TRIM(ALR-SUBJECT).

      **----------------------------------------------------------------
      *    The state keeps every alert still open; closed ones go.
      **----------------------------------------------------------------
       REWRITE-ALERT-STATE.
           OPEN OUTPUT ALERT-STATE-FILE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-OPN-COUNT
              IF WS-OPN-MATCHED(J) = 'Y'
                 PERFORM WRITE-ALERT-STATE-RECORD
              END-IF
           END-PERFORM.
           CLOSE ALERT-STATE-FILE.

       WRITE-ALERT-STATE-RECORD.
           MOVE WS-OPN-CONDITION(J) TO ALS-CONDITION.
           MOVE SPACE TO ALS-SEP-1.
           MOVE WS-OPN-STEP-KEY(J) TO ALS-STEP-KEY.
           MOVE SPACE TO ALS-SEP-2.
           MOVE WS-OPN-SUBJECT(J) TO ALS-SUBJECT.
           MOVE SPACE TO ALS-SEP-3.
           MOVE WS-OPN-SEVERITY(J) TO ALS-SEVERITY.
           MOVE SPACE TO ALS-SEP-4.
           MOVE WS-OPN-SOURCE(J) TO ALS-SOURCE-PROGRAM.
           MOVE SPACE TO ALS-SEP-5.
           MOVE WS-OPN-YEAR(J) TO ALS-YEAR.
           MOVE SPACE TO ALS-SEP-6.
           MOVE WS-OPN-DAY(J) TO ALS-DAY.
           MOVE SPACE TO ALS-SEP-7.
           MOVE WS-OPN-PART(J) TO ALS-PART.
           MOVE SPACE TO ALS-SEP-8.
           MOVE WS-OPN-RAISED-DATE(J) TO ALS-RAISED-DATE.
           MOVE SPACE TO ALS-SEP-9.
           MOVE WS-OPN-RAISED-TIME(J) TO ALS-RAISED-TIME.
           MOVE SPACE TO ALS-SEP-10.
           MOVE WS-OPN-LAST-SEEN(J) TO ALS-LAST-SEEN-DATE.
           MOVE SPACE TO ALS-SEP-11.
           MOVE WS-OPN-CYCLES(J) TO ALS-CYCLES-OPEN.
           MOVE SPACE TO ALS-SEP-12.
           MOVE WS-OPN-ESCALATED(J) TO ALS-ESCALATED.
           MOVE SPACE TO ALS-SEP-13.
           MOVE WS-OPN-MESSAGE(J) TO ALS-MESSAGE.
           WRITE ALERT-STATE-RECORD.
