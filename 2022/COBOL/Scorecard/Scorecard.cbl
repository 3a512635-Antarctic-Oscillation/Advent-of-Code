      ******************************************************************
      **                IDENTIFICATION DIVISION                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-SCORECARD-PROGRAM.

      ******************************************************************
      **  Monthly feed supplier scorecard. The supplier master         *
      **  (SUPREC.cpy) maps every input dataset to the supplier who    *
      **  delivers it; this program scores each supplier for the       *
      **  month in SCORECARD_MONTH (YYYYMM, default the current        *
      **  month) against the month before, from the suite's own        *
      **  retained records:                                            *
      **    - the intake register (INTREC.cpy): deliveries, LATE ones  *
      **      (registered after the feed's deadline on the master)     *
      **      and DUPLICATE ones (registered STALE - a redelivery);    *
      **    - the pre-edit history (PEHREC.cpy): edit runs, the share  *
      **      that FAILED the gate, and the line error rate;           *
      **    - the run ledger and its monthly archives: the records     *
      **      read and rejected each step's footer carried for the     *
      **      feed, giving the reject rate;                            *
      **    - the repair suspense files named on the master: items     *
      **      rejected from the supplier's feeds still unrepaired.     *
      **  Every measure carries its month-over-month direction -       *
      **  BETTER, WORSE or SAME (fewer is better throughout), NEW      *
      **  when the supplier had no activity the month before. The      *
      **  unrepaired count is a balance, not a flow, so its prior      *
      **  value comes from the scorecard history (SCHREC.cpy) this     *
      **  program keeps, one record per supplier per month.            *
      **                                                               *
      **  A feed found on the intake register, pre-edit history or a   *
      **  suspense file but missing from the master is scored under    *
      **  supplier *UNKNOWN so it is seen and can be assigned. Ledger  *
      **  runs over datasets not on the master (work files between     *
      **  steps) are not deliveries and are left out.                  *
      **                                                               *
      **  Return code 4 when any supplier worsened on any measure, 8   *
      **  when the supplier master cannot be read or is empty.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT SUPPLIER-MASTER-FILE
              ASSIGN DYNAMIC WS-SUPPLIER-MASTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-SUPPLIER-MASTER-STATUS.

          SELECT INTAKE-REGISTER-FILE
              ASSIGN DYNAMIC WS-INTAKE-REGISTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-INTAKE-REGISTER-STATUS.

          SELECT PREEDIT-HISTORY-FILE
              ASSIGN DYNAMIC WS-PREEDIT-HISTORY-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-PREEDIT-HISTORY-STATUS.

          SELECT RUN-LEDGER-FILE
              ASSIGN DYNAMIC WS-RUN-LEDGER-DATASET
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RLG-KEY
              ALTERNATE RECORD KEY IS RLG-RUN-DATE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS RLG-OUTPUT-DATASET
                 WITH DUPLICATES
              FILE STATUS IS WS-RUN-LEDGER-STATUS.

      *    Each suspense dataset on the master in turn - the FD is
      *    re-pointed the way the ledger inquiry re-points its
      *    ledger FD at each monthly archive.
          SELECT SUSPENSE-FILE
              ASSIGN DYNAMIC WS-SUSPENSE-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-SUSPENSE-STATUS.

          SELECT SCORECARD-HISTORY-FILE
              ASSIGN DYNAMIC WS-SCORECARD-HISTORY-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-SCORECARD-HISTORY-STATUS.

          SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIER-MASTER-FILE.
          COPY "SUPREC.cpy".

       FD INTAKE-REGISTER-FILE.
          COPY "INTREC.cpy".

       FD PREEDIT-HISTORY-FILE.
          COPY "PEHREC.cpy".

       FD RUN-LEDGER-FILE.
          COPY "RUNLREC.cpy".

      *    Repair's suspense shape: EXCREC.cpy columns plus the aging
      *    columns behind them. Only the originating dataset is read.
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
          05 SUS-LINE-NUM        PIC 9(6).
          05 SUS-SEP-1           PIC X.
          05 SUS-REASON          PIC X(35).
          05 SUS-SEP-2           PIC X.
          05 SUS-CONTENT         PIC X(80).
          05 SUS-SEP-3           PIC X.
          05 SUS-DATASET-NAME    PIC X(80).
          05 SUS-SEP-4           PIC X.
          05 SUS-ORIGIN-DATE     PIC 9(8).
          05 SUS-SEP-5           PIC X.
          05 SUS-CYCLES          PIC 9(3).

       FD SCORECARD-HISTORY-FILE.
          COPY "SCHREC.cpy".

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
          COPY "RUNLPARM.cpy".
       01 WS-SUPPLIER-MASTER-DATASET
                                  PIC X(80) VALUE 'suppliers.txt'.
       01 WS-SUPPLIER-MASTER-STATUS
                                  PIC X(2)  VALUE SPACES.
       01 WS-INTAKE-REGISTER-DATASET
                                  PIC X(80) VALUE 'intake.txt'.
       01 WS-INTAKE-REGISTER-STATUS
                                  PIC X(2)  VALUE SPACES.
       01 WS-PREEDIT-HISTORY-DATASET
                                  PIC X(80) VALUE 'preedithist.txt'.
       01 WS-PREEDIT-HISTORY-STATUS
                                  PIC X(2)  VALUE SPACES.
       01 WS-SUSPENSE-DATASET     PIC X(80) VALUE 'suspense.txt'.
       01 WS-SUSPENSE-STATUS      PIC X(2)  VALUE SPACES.
       01 WS-SCORECARD-HISTORY-DATASET
                                  PIC X(80) VALUE 'scorehist.txt'.
       01 WS-SCORECARD-HISTORY-STATUS
                                  PIC X(2)  VALUE SPACES.
       01 WS-REPORT-DATASET       PIC X(80) VALUE 'scorecard.txt'.
       01 WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
       01 WS-ENV-VALUE            PIC X(80).
       01 INPUT-EOF               PIC X     VALUE 'N'.
       01 LEDGER-EOF              PIC X     VALUE 'N'.
       01 WS-LEDGER-BASE          PIC X(60) VALUE SPACES.

      *    The month scored and the month it is compared with.
       01 WS-MONTH-PARM           PIC X(6)  VALUE SPACES.
       01 WS-THIS-MONTH           PIC 9(6)  VALUE ZERO.
       01 WS-PRIOR-MONTH          PIC 9(6)  VALUE ZERO.
       01 WS-MONTH-MM             PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8)  VALUE ZERO.
       01 WS-SCAN-FROM-DATE       PIC 9(8)  VALUE ZERO.
       01 WS-SCAN-TO-DATE         PIC 9(8)  VALUE ZERO.
       01 WS-ARCH-MONTH           PIC 9(6)  VALUE ZERO.
      *    1 this month, 2 prior month, 0 outside both.
       01 WS-PERIOD               PIC 9     VALUE ZERO.
       01 WS-RECORD-DATE          PIC 9(8)  VALUE ZERO.
       01 WS-RECORD-MONTH         PIC 9(6)  VALUE ZERO.

      *    Feeds off the master, each pointing at its supplier.
       01 WS-FEED-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-FEED-TABLE.
          05 WS-FEED-ENTRY OCCURS 200 TIMES.
             10 WS-FEED-DATASET   PIC X(80).
             10 WS-FEED-SUP-IX    PIC 9(3).
             10 WS-FEED-DEADLINE  PIC 9(4).
       01 WS-FEED-IX              PIC 9(3)  VALUE ZERO.
       01 WS-LOOKUP-DATASET       PIC X(80) VALUE SPACES.

      *    Suppliers and their two months of figures - period 1 is
      *    the month scored, period 2 the month before it.
       01 WS-SUP-COUNT            PIC 9(3)  VALUE ZERO.
       01 WS-SUPPLIER-TABLE.
          05 WS-SUP-ENTRY OCCURS 50 TIMES.
             10 WS-SUP-ID         PIC X(8).
             10 WS-SUP-NAME       PIC X(30).
             10 WS-SUP-CONTACT    PIC X(40).
             10 WS-SUP-FEEDS      PIC 9(3).
             10 WS-SUP-UNREPAIRED PIC 9(6).
             10 WS-SUP-PRIOR-UNREPAIRED
                                  PIC 9(6).
             10 WS-SUP-PRIOR-KNOWN
                                  PIC X.
             10 WS-SUP-WORSE      PIC 9(2).
             10 WS-SUP-PERIOD OCCURS 2 TIMES.
                15 WS-SUP-DELIVERIES
                                  PIC 9(6).
                15 WS-SUP-LATE    PIC 9(6).
                15 WS-SUP-DUPLICATE
                                  PIC 9(6).
                15 WS-SUP-EDIT-RUNS
                                  PIC 9(6).
                15 WS-SUP-EDIT-FAILED
                                  PIC 9(6).
                15 WS-SUP-EDIT-LINES
                                  PIC 9(9).
                15 WS-SUP-EDIT-ERRORS
                                  PIC 9(9).
                15 WS-SUP-READ    PIC 9(9).
                15 WS-SUP-REJECTED
                                  PIC 9(9).
       01 WS-SUP-IX               PIC 9(3)  VALUE ZERO.
       01 WS-UNKNOWN-IX           PIC 9(3)  VALUE ZERO.
       01 WS-SEARCH-ID            PIC X(8)  VALUE SPACES.
       01 P                       PIC 9     VALUE ZERO.
       01 I                       PIC 9(3)  VALUE ZERO.

      *    Distinct suspense datasets named on the master.
       01 WS-SUSPENSE-COUNT       PIC 9(2)  VALUE ZERO.
       01 WS-SUSPENSE-TABLE.
          05 WS-SUSPENSE-NAME OCCURS 20 TIMES
                                  PIC X(80).
       01 WS-SUSPENSE-FOUND       PIC X     VALUE 'N'.
       01 J                       PIC 9(2)  VALUE ZERO.

      *    Scorecard history carried over from earlier runs - every
      *    month but the one being scored, rewritten with it. Each
      *    entry is one whole SCHREC.cpy record (97 bytes).
       01 WS-HIST-COUNT           PIC 9(4)  VALUE ZERO.
       01 WS-HIST-LIMIT           PIC 9(4)  VALUE 1200.
       01 WS-HIST-OVERFLOW        PIC X     VALUE 'N'.
       01 WS-HIST-TABLE.
          05 WS-HIST-ENTRY OCCURS 1200 TIMES
                                  PIC X(97).
       01 H                       PIC 9(4)  VALUE ZERO.

      *    One measure line: its two values, whether each month has
      *    a basis for it, and the direction it earns.
       01 WS-MEASURE-NAME         PIC X(26) VALUE SPACES.
       01 WS-MEASURE-KIND         PIC X     VALUE 'C'.
       01 WS-MEASURE-DIRECTED     PIC X     VALUE 'Y'.
       01 WS-MEASURE-THIS         PIC 9(9)V9 VALUE ZERO.
       01 WS-MEASURE-PRIOR        PIC 9(9)V9 VALUE ZERO.
       01 WS-HAS-THIS             PIC X     VALUE 'Y'.
       01 WS-HAS-PRIOR            PIC X     VALUE 'Y'.
       01 WS-PRIOR-ACTIVE         PIC X     VALUE 'N'.
       01 WS-DIRECTION            PIC X(7)  VALUE SPACES.
       01 WS-THIS-NUMERATOR       PIC 9(9)  VALUE ZERO.
       01 WS-THIS-DENOMINATOR     PIC 9(9)  VALUE ZERO.
       01 WS-PRIOR-NUMERATOR      PIC 9(9)  VALUE ZERO.
       01 WS-PRIOR-DENOMINATOR    PIC 9(9)  VALUE ZERO.
       01 WS-SHOW-THIS            PIC X(12) VALUE SPACES.
       01 WS-SHOW-PRIOR           PIC X(12) VALUE SPACES.
       01 WS-SHOW-VALUE           PIC X(12) VALUE SPACES.
       01 WS-SHOW-BASIS           PIC X     VALUE 'Y'.
       01 WS-EDIT-COUNT           PIC Z(10)9.
       01 WS-EDIT-PCT             PIC Z(8)9.9.
       01 WS-EDIT-VALUE           PIC 9(9)V9 VALUE ZERO.

       01 WS-WORSENED-COUNT       PIC 9(3)  VALUE ZERO.
       01 WS-UNKNOWN-FEEDS        PIC 9(6)  VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-SCORECARD-PARMS.
           PERFORM LOAD-SUPPLIER-MASTER.
           IF WS-SUP-COUNT = ZERO
              DISPLAY 'SUPPLIER MASTER NOT FOUND OR EMPTY - STATUS '
                 WS-SUPPLIER-MASTER-STATUS ' DATASET '
                 FUNCTION TRIM(WS-SUPPLIER-MASTER-DATASET)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL '00'
              DISPLAY 'SCORECARD REPORT NOT WRITABLE - STATUS '
                 WS-REPORT-STATUS ' DATASET '
                 FUNCTION TRIM(WS-REPORT-DATASET)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SCORE-INTAKE-REGISTER.
           PERFORM SCORE-PREEDIT-HISTORY.
           PERFORM SCORE-RUN-LEDGER.
           PERFORM SCORE-SUSPENSE-FILES.
           PERFORM LOAD-SCORECARD-HISTORY.
           PERFORM WRITE-SCORECARD-HEADER.
           PERFORM VARYING WS-SUP-IX FROM 1 BY 1
              UNTIL WS-SUP-IX > WS-SUP-COUNT
              PERFORM REPORT-ONE-SUPPLIER
           END-PERFORM.
           PERFORM WRITE-SCORECARD-TRAILER.
           CLOSE REPORT-FILE.
           PERFORM REWRITE-SCORECARD-HISTORY.
           DISPLAY WS-SUP-COUNT ' SUPPLIERS SCORED FOR '
              WS-THIS-MONTH ', ' WS-WORSENED-COUNT
              ' WORSE THAN ' WS-PRIOR-MONTH ' - SEE '
              FUNCTION TRIM(WS-REPORT-DATASET).
           IF WS-UNKNOWN-IX > ZERO
              DISPLAY 'FEEDS NOT ON THE SUPPLIER MASTER WERE SCORED '
                 'UNDER *UNKNOWN - ASSIGN THEM A SUPPLIER'
           END-IF.
           IF WS-WORSENED-COUNT > ZERO OR WS-HIST-OVERFLOW = 'Y'
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **----------------------------------------------------------------
      *    Datasets and the scored month, from the environment with
      *    compiled-in defaults. A month that is not a valid YYYYMM
      *    falls back to the current month rather than scoring
      *    nothing.
      **----------------------------------------------------------------
       RESOLVE-SCORECARD-PARMS.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'SUPPLIER_MASTER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-SUPPLIER-MASTER-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'INTAKE_REGISTER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-INTAKE-REGISTER-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'PREEDIT_HISTORY_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-PREEDIT-HISTORY-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RUN_LEDGER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-RUN-LEDGER-DATASET
           END-IF.
           MOVE FUNCTION TRIM(WS-RUN-LEDGER-DATASET)
              TO WS-LEDGER-BASE.
      *    The suspense dataset a feed falls back to when its master
      *    entry names none - the same default Repair writes to.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SUSPENSE_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-SUSPENSE-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'SCORECARD_HISTORY_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-SCORECARD-HISTORY-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'SCORECARD_REPORT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-REPORT-DATASET
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-THIS-MONTH = WS-TODAY / 100.
           ACCEPT WS-MONTH-PARM FROM ENVIRONMENT 'SCORECARD_MONTH'.
           IF WS-MONTH-PARM NOT EQUAL SPACES
              AND WS-MONTH-PARM IS NUMERIC
              AND WS-MONTH-PARM(5:2) >= '01'
              AND WS-MONTH-PARM(5:2) <= '12'
              MOVE WS-MONTH-PARM TO WS-THIS-MONTH
           END-IF.
           COMPUTE WS-MONTH-MM = FUNCTION MOD(WS-THIS-MONTH, 100).
           IF WS-MONTH-MM = 1
              COMPUTE WS-PRIOR-MONTH = WS-THIS-MONTH - 89
           ELSE
              COMPUTE WS-PRIOR-MONTH = WS-THIS-MONTH - 1
           END-IF.
           COMPUTE WS-SCAN-FROM-DATE = WS-PRIOR-MONTH * 100 + 1.
           COMPUTE WS-SCAN-TO-DATE = WS-THIS-MONTH * 100 + 31.

      **----------------------------------------------------------------
      *    Supplier master: one entry per feed. Suppliers are
      *    collected in first-seen order, each feed pointing at its
      *    supplier, and each distinct suspense dataset noted once.
      **----------------------------------------------------------------
       LOAD-SUPPLIER-MASTER.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SUPPLIER-MASTER-STATUS = '00'
              MOVE 'N' TO INPUT-EOF
              PERFORM UNTIL INPUT-EOF = 'Y'
                  READ SUPPLIER-MASTER-FILE
                      AT END
                          MOVE 'Y' TO INPUT-EOF
                      NOT AT END
                          IF SUP-DATASET NOT EQUAL SPACES
                             AND SUP-DATASET(1:1) NOT = '*'
                             PERFORM LOAD-ONE-FEED
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE SUPPLIER-MASTER-FILE
           END-IF.

       LOAD-ONE-FEED.
           MOVE SUP-SUPPLIER-ID TO WS-SEARCH-ID.
           PERFORM FIND-SUPPLIER-ENTRY.
           IF WS-SUP-IX > ZERO
              MOVE SUP-SUPPLIER-NAME TO WS-SUP-NAME(WS-SUP-IX)
              MOVE SUP-CONTACT TO WS-SUP-CONTACT(WS-SUP-IX)
              IF WS-FEED-COUNT < 200
                 ADD 1 TO WS-FEED-COUNT
                 ADD 1 TO WS-SUP-FEEDS(WS-SUP-IX)
                 MOVE SUP-DATASET TO WS-FEED-DATASET(WS-FEED-COUNT)
                 MOVE WS-SUP-IX TO WS-FEED-SUP-IX(WS-FEED-COUNT)
                 IF SUP-DEADLINE IS NUMERIC
                    MOVE SUP-DEADLINE TO
                       WS-FEED-DEADLINE(WS-FEED-COUNT)
                 ELSE
                    MOVE ZERO TO WS-FEED-DEADLINE(WS-FEED-COUNT)
                 END-IF
              ELSE
                 DISPLAY 'SUPPLIER MASTER OVER 200 FEEDS - '
                    FUNCTION TRIM(SUP-DATASET) ' NOT SCORED'
              END-IF
           ELSE
              DISPLAY 'SUPPLIER MASTER OVER 50 SUPPLIERS - '
                 SUP-SUPPLIER-ID ' NOT SCORED'
           END-IF.
           IF SUP-SUSPENSE-DATASET NOT EQUAL SPACES
              MOVE SUP-SUSPENSE-DATASET TO WS-LOOKUP-DATASET
           ELSE
              MOVE WS-SUSPENSE-DATASET TO WS-LOOKUP-DATASET
           END-IF.
           PERFORM NOTE-SUSPENSE-DATASET.

      *    Find the supplier whose ID is in WS-SEARCH-ID, adding it
      *    with zeroed figures when it is new and there is room.
       FIND-SUPPLIER-ENTRY.
           MOVE ZERO TO WS-SUP-IX.
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-SUP-COUNT OR WS-SUP-IX > ZERO
              IF WS-SUP-ID(I) = WS-SEARCH-ID
                 MOVE I TO WS-SUP-IX
              END-IF
           END-PERFORM.
           IF WS-SUP-IX = ZERO AND WS-SUP-COUNT < 50
              ADD 1 TO WS-SUP-COUNT
              MOVE WS-SUP-COUNT TO WS-SUP-IX
              MOVE WS-SEARCH-ID TO WS-SUP-ID(WS-SUP-IX)
              MOVE SPACES TO WS-SUP-NAME(WS-SUP-IX)
                 WS-SUP-CONTACT(WS-SUP-IX)
              MOVE ZERO TO WS-SUP-FEEDS(WS-SUP-IX)
                 WS-SUP-UNREPAIRED(WS-SUP-IX)
                 WS-SUP-PRIOR-UNREPAIRED(WS-SUP-IX)
                 WS-SUP-WORSE(WS-SUP-IX)
              MOVE 'N' TO WS-SUP-PRIOR-KNOWN(WS-SUP-IX)
              PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                 MOVE ZERO TO WS-SUP-DELIVERIES(WS-SUP-IX, P)
                    WS-SUP-LATE(WS-SUP-IX, P)
                    WS-SUP-DUPLICATE(WS-SUP-IX, P)
                    WS-SUP-EDIT-RUNS(WS-SUP-IX, P)
                    WS-SUP-EDIT-FAILED(WS-SUP-IX, P)
                    WS-SUP-EDIT-LINES(WS-SUP-IX, P)
                    WS-SUP-EDIT-ERRORS(WS-SUP-IX, P)
                    WS-SUP-READ(WS-SUP-IX, P)
                    WS-SUP-REJECTED(WS-SUP-IX, P)
              END-PERFORM
           END-IF.

       NOTE-SUSPENSE-DATASET.
           MOVE 'N' TO WS-SUSPENSE-FOUND.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SUSPENSE-COUNT
              IF WS-SUSPENSE-NAME(J) = WS-LOOKUP-DATASET
                 MOVE 'Y' TO WS-SUSPENSE-FOUND
              END-IF
           END-PERFORM.
           IF WS-SUSPENSE-FOUND = 'N' AND WS-SUSPENSE-COUNT < 20
              ADD 1 TO WS-SUSPENSE-COUNT
              MOVE WS-LOOKUP-DATASET TO
                 WS-SUSPENSE-NAME(WS-SUSPENSE-COUNT)
           END-IF.

      **----------------------------------------------------------------
      *    Which supplier owns WS-LOOKUP-DATASET: WS-FEED-IX and
      *    WS-SUP-IX come back zero for a dataset not on the master.
      **----------------------------------------------------------------
       FIND-FEED-SUPPLIER.
           MOVE ZERO TO WS-FEED-IX WS-SUP-IX.
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-FEED-COUNT OR WS-FEED-IX > ZERO
              IF WS-FEED-DATASET(I) = WS-LOOKUP-DATASET
                 MOVE I TO WS-FEED-IX
                 MOVE WS-FEED-SUP-IX(I) TO WS-SUP-IX
              END-IF
           END-PERFORM.

      *    The same, but a feed the master does not know is scored
      *    under the *UNKNOWN supplier instead of being dropped.
       FIND-FEED-OR-UNKNOWN.
           PERFORM FIND-FEED-SUPPLIER.
           IF WS-SUP-IX = ZERO
              IF WS-UNKNOWN-IX = ZERO
                 MOVE '*UNKNOWN' TO WS-SEARCH-ID
                 PERFORM FIND-SUPPLIER-ENTRY
                 IF WS-SUP-IX > ZERO
                    MOVE WS-SUP-IX TO WS-UNKNOWN-IX
                    MOVE 'FEEDS NOT ON SUPPLIER MASTER' TO
                       WS-SUP-NAME(WS-SUP-IX)
                    MOVE 'ASSIGN ON THE SUPPLIER MASTER' TO
                       WS-SUP-CONTACT(WS-SUP-IX)
                 END-IF
              END-IF
              MOVE WS-UNKNOWN-IX TO WS-SUP-IX
           END-IF.

      *    Period of a record's YYYYMMDD date in WS-RECORD-DATE.
       SET-RECORD-PERIOD.
           COMPUTE WS-RECORD-MONTH = WS-RECORD-DATE / 100.
           EVALUATE WS-RECORD-MONTH
              WHEN WS-THIS-MONTH
                 MOVE 1 TO WS-PERIOD
              WHEN WS-PRIOR-MONTH
                 MOVE 2 TO WS-PERIOD
              WHEN OTHER
                 MOVE ZERO TO WS-PERIOD
           END-EVALUATE.

      **----------------------------------------------------------------
      *    Intake register: every registration in either month is a
      *    delivery; STALE ones are duplicates of data already
      *    received, and one registered past the feed's deadline
      *    (arrival HHMM against the master's HHMM) is late.
      **----------------------------------------------------------------
       SCORE-INTAKE-REGISTER.
           OPEN INPUT INTAKE-REGISTER-FILE.
           IF WS-INTAKE-REGISTER-STATUS = '00'
              MOVE 'N' TO INPUT-EOF
              PERFORM UNTIL INPUT-EOF = 'Y'
                  READ INTAKE-REGISTER-FILE
                      AT END
                          MOVE 'Y' TO INPUT-EOF
                      NOT AT END
                          PERFORM SCORE-ONE-DELIVERY
                  END-READ
              END-PERFORM
              CLOSE INTAKE-REGISTER-FILE
           ELSE
              DISPLAY 'INTAKE REGISTER NOT FOUND - STATUS '
                 WS-INTAKE-REGISTER-STATUS ' - NO DELIVERIES SCORED'
           END-IF.

       SCORE-ONE-DELIVERY.
           MOVE INT-ARRIVAL-DATE TO WS-RECORD-DATE.
           PERFORM SET-RECORD-PERIOD.
           IF WS-PERIOD > ZERO
              MOVE INT-DATASET TO WS-LOOKUP-DATASET
              PERFORM FIND-FEED-OR-UNKNOWN
              IF WS-SUP-IX > ZERO
                 ADD 1 TO WS-SUP-DELIVERIES(WS-SUP-IX, WS-PERIOD)
                 IF INT-STATUS = 'STALE'
                    ADD 1 TO WS-SUP-DUPLICATE(WS-SUP-IX, WS-PERIOD)
                 END-IF
                 IF WS-FEED-IX > ZERO
                    IF WS-FEED-DEADLINE(WS-FEED-IX) > ZERO
                       AND INT-ARRIVAL-TIME / 10000 >
                           WS-FEED-DEADLINE(WS-FEED-IX)
                       ADD 1 TO WS-SUP-LATE(WS-SUP-IX, WS-PERIOD)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    Pre-edit history: edit runs, the runs that failed the
      *    gate, and the lines and errors behind the error rate.
      **----------------------------------------------------------------
       SCORE-PREEDIT-HISTORY.
           OPEN INPUT PREEDIT-HISTORY-FILE.
           IF WS-PREEDIT-HISTORY-STATUS = '00'
              MOVE 'N' TO INPUT-EOF
              PERFORM UNTIL INPUT-EOF = 'Y'
                  READ PREEDIT-HISTORY-FILE
                      AT END
                          MOVE 'Y' TO INPUT-EOF
                      NOT AT END
                          PERFORM SCORE-ONE-EDIT
                  END-READ
              END-PERFORM
              CLOSE PREEDIT-HISTORY-FILE
           ELSE
              DISPLAY 'PRE-EDIT HISTORY NOT FOUND - STATUS '
                 WS-PREEDIT-HISTORY-STATUS ' - NO EDITS SCORED'
           END-IF.

       SCORE-ONE-EDIT.
           MOVE PEH-RUN-DATE TO WS-RECORD-DATE.
           PERFORM SET-RECORD-PERIOD.
           IF WS-PERIOD > ZERO
              MOVE PEH-DATASET TO WS-LOOKUP-DATASET
              PERFORM FIND-FEED-OR-UNKNOWN
              IF WS-SUP-IX > ZERO
                 ADD 1 TO WS-SUP-EDIT-RUNS(WS-SUP-IX, WS-PERIOD)
                 IF PEH-RESULT = 'FAILED'
                    ADD 1 TO WS-SUP-EDIT-FAILED(WS-SUP-IX, WS-PERIOD)
                 END-IF
                 ADD PEH-LINES TO
                    WS-SUP-EDIT-LINES(WS-SUP-IX, WS-PERIOD)
                 ADD PEH-ERRORS TO
                    WS-SUP-EDIT-ERRORS(WS-SUP-IX, WS-PERIOD)
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    Footer counts by way of the run ledger: each step's ledger
      *    record carries the same read and rejected totals as the
      *    FTR record on its output, and unlike the outputs the
      *    ledger is never purged. The two months are read off the
      *    RLG-RUN-DATE key in the active ledger, then out of any
      *    monthly archive the rollover cut for either month - the
      *    archives are disjoint from the active ledger, so nothing
      *    is counted twice.
      **----------------------------------------------------------------
       SCORE-RUN-LEDGER.
           OPEN INPUT RUN-LEDGER-FILE.
           IF WS-RUN-LEDGER-STATUS = '00'
              PERFORM READ-LEDGER-MONTHS
              CLOSE RUN-LEDGER-FILE
           ELSE
              DISPLAY 'RUN LEDGER NOT FOUND - STATUS '
                 WS-RUN-LEDGER-STATUS ' - NO REJECTS SCORED'
           END-IF.
           MOVE WS-PRIOR-MONTH TO WS-ARCH-MONTH.
           PERFORM SCORE-ONE-ARCHIVE.
           MOVE WS-THIS-MONTH TO WS-ARCH-MONTH.
           PERFORM SCORE-ONE-ARCHIVE.

       SCORE-ONE-ARCHIVE.
           MOVE SPACES TO WS-RUN-LEDGER-DATASET.
           STRING FUNCTION TRIM(WS-LEDGER-BASE) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-ARCH-MONTH DELIMITED BY SIZE
                  '.arc' DELIMITED BY SIZE
              INTO WS-RUN-LEDGER-DATASET.
           OPEN INPUT RUN-LEDGER-FILE.
           IF WS-RUN-LEDGER-STATUS = '00'
              PERFORM READ-LEDGER-MONTHS
              CLOSE RUN-LEDGER-FILE
           END-IF.

       READ-LEDGER-MONTHS.
           MOVE 'N' TO LEDGER-EOF.
           MOVE WS-SCAN-FROM-DATE TO RLG-RUN-DATE.
           START RUN-LEDGER-FILE KEY >= RLG-RUN-DATE
               INVALID KEY
                   MOVE 'Y' TO LEDGER-EOF
           END-START.
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ RUN-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       IF RLG-RUN-DATE > WS-SCAN-TO-DATE
                          MOVE 'Y' TO LEDGER-EOF
                       ELSE
                          PERFORM SCORE-ONE-RUN
                       END-IF
               END-READ
           END-PERFORM.

       SCORE-ONE-RUN.
           MOVE RLG-RUN-DATE TO WS-RECORD-DATE.
           PERFORM SET-RECORD-PERIOD.
           IF WS-PERIOD > ZERO
              MOVE RLG-INPUT-DATASET TO WS-LOOKUP-DATASET
              PERFORM FIND-FEED-SUPPLIER
              IF WS-SUP-IX > ZERO
                 ADD RLG-RECORDS-READ TO
                    WS-SUP-READ(WS-SUP-IX, WS-PERIOD)
                 ADD RLG-RECORDS-REJECTED TO
                    WS-SUP-REJECTED(WS-SUP-IX, WS-PERIOD)
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    What is still unrepaired today: every record in every
      *    suspense dataset the master names, charged to the
      *    supplier of the feed it was rejected from.
      **----------------------------------------------------------------
       SCORE-SUSPENSE-FILES.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SUSPENSE-COUNT
              MOVE WS-SUSPENSE-NAME(J) TO WS-SUSPENSE-DATASET
              OPEN INPUT SUSPENSE-FILE
              IF WS-SUSPENSE-STATUS = '00'
                 MOVE 'N' TO INPUT-EOF
                 PERFORM UNTIL INPUT-EOF = 'Y'
                     READ SUSPENSE-FILE
                         AT END
                             MOVE 'Y' TO INPUT-EOF
                         NOT AT END
                             PERFORM SCORE-ONE-SUSPENSE-ITEM
                     END-READ
                 END-PERFORM
                 CLOSE SUSPENSE-FILE
              END-IF
           END-PERFORM.

       SCORE-ONE-SUSPENSE-ITEM.
           MOVE SUS-DATASET-NAME TO WS-LOOKUP-DATASET.
           PERFORM FIND-FEED-OR-UNKNOWN.
           IF WS-SUP-IX > ZERO
              ADD 1 TO WS-SUP-UNREPAIRED(WS-SUP-IX)
           END-IF.

      **----------------------------------------------------------------
      *    Scorecard history: the prior month's unrepaired balance
      *    per supplier is picked up, and every month but the one
      *    being scored is kept to be written back. A history too
      *    big to hold is left untouched rather than truncated.
      **----------------------------------------------------------------
       LOAD-SCORECARD-HISTORY.
           OPEN INPUT SCORECARD-HISTORY-FILE.
           IF WS-SCORECARD-HISTORY-STATUS = '00'
              MOVE 'N' TO INPUT-EOF
              PERFORM UNTIL INPUT-EOF = 'Y'
                  READ SCORECARD-HISTORY-FILE
                      AT END
                          MOVE 'Y' TO INPUT-EOF
                      NOT AT END
                          PERFORM LOAD-ONE-HISTORY-RECORD
                  END-READ
              END-PERFORM
              CLOSE SCORECARD-HISTORY-FILE
           END-IF.

       LOAD-ONE-HISTORY-RECORD.
           IF SCH-MONTH = WS-PRIOR-MONTH
              MOVE ZERO TO WS-SUP-IX
              PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-SUP-COUNT OR WS-SUP-IX > ZERO
                 IF WS-SUP-ID(I) = SCH-SUPPLIER-ID
                    MOVE I TO WS-SUP-IX
                 END-IF
              END-PERFORM
              IF WS-SUP-IX > ZERO
                 MOVE SCH-UNREPAIRED TO
                    WS-SUP-PRIOR-UNREPAIRED(WS-SUP-IX)
                 MOVE 'Y' TO WS-SUP-PRIOR-KNOWN(WS-SUP-IX)
              END-IF
           END-IF.
           IF SCH-MONTH NOT = WS-THIS-MONTH
              IF WS-HIST-COUNT < WS-HIST-LIMIT
                 ADD 1 TO WS-HIST-COUNT
                 MOVE SCORECARD-HISTORY-RECORD TO
                    WS-HIST-ENTRY(WS-HIST-COUNT)
              ELSE
                 MOVE 'Y' TO WS-HIST-OVERFLOW
              END-IF
           END-IF.

       REWRITE-SCORECARD-HISTORY.
           IF WS-HIST-OVERFLOW = 'Y'
              DISPLAY 'SCORECARD HISTORY OVER ' WS-HIST-LIMIT
                 ' RECORDS - NOT UPDATED FOR ' WS-THIS-MONTH
           ELSE
              OPEN OUTPUT SCORECARD-HISTORY-FILE
              IF WS-SCORECARD-HISTORY-STATUS = '00'
                 PERFORM VARYING H FROM 1 BY 1
                    UNTIL H > WS-HIST-COUNT
                    MOVE WS-HIST-ENTRY(H) TO SCORECARD-HISTORY-RECORD
                    WRITE SCORECARD-HISTORY-RECORD
                 END-PERFORM
                 PERFORM VARYING WS-SUP-IX FROM 1 BY 1
                    UNTIL WS-SUP-IX > WS-SUP-COUNT
                    PERFORM WRITE-ONE-HISTORY-RECORD
                 END-PERFORM
                 CLOSE SCORECARD-HISTORY-FILE
              ELSE
                 DISPLAY 'SCORECARD HISTORY NOT WRITTEN - STATUS '
                    WS-SCORECARD-HISTORY-STATUS
              END-IF
           END-IF.

       WRITE-ONE-HISTORY-RECORD.
           MOVE SPACES TO SCORECARD-HISTORY-RECORD.
           MOVE WS-THIS-MONTH TO SCH-MONTH.
           MOVE WS-SUP-ID(WS-SUP-IX) TO SCH-SUPPLIER-ID.
           MOVE WS-SUP-DELIVERIES(WS-SUP-IX, 1) TO SCH-DELIVERIES.
           MOVE WS-SUP-LATE(WS-SUP-IX, 1) TO SCH-LATE.
           MOVE WS-SUP-DUPLICATE(WS-SUP-IX, 1) TO SCH-DUPLICATE.
           MOVE WS-SUP-EDIT-RUNS(WS-SUP-IX, 1) TO SCH-EDIT-RUNS.
           MOVE WS-SUP-EDIT-FAILED(WS-SUP-IX, 1) TO SCH-EDIT-FAILED.
           MOVE WS-SUP-EDIT-LINES(WS-SUP-IX, 1) TO SCH-EDIT-LINES.
           MOVE WS-SUP-EDIT-ERRORS(WS-SUP-IX, 1) TO SCH-EDIT-ERRORS.
           MOVE WS-SUP-READ(WS-SUP-IX, 1) TO SCH-RECORDS-READ.
           MOVE WS-SUP-REJECTED(WS-SUP-IX, 1) TO
              SCH-RECORDS-REJECTED.
           MOVE WS-SUP-UNREPAIRED(WS-SUP-IX) TO SCH-UNREPAIRED.
           WRITE SCORECARD-HISTORY-RECORD.

      **----------------------------------------------------------------
      *    The report: a block per supplier, one line per measure
      *    with both months' values and the direction between them.
      **----------------------------------------------------------------
       WRITE-SCORECARD-HEADER.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'FEED SUPPLIER SCORECARD FOR ' DELIMITED BY SIZE
                  WS-THIS-MONTH DELIMITED BY SIZE
                  ' AGAINST ' DELIMITED BY SIZE
                  WS-PRIOR-MONTH DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       REPORT-ONE-SUPPLIER.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'SUPPLIER ' DELIMITED BY SIZE
                  WS-SUP-ID(WS-SUP-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SUP-NAME(WS-SUP-IX) DELIMITED BY SIZE
                  ' CONTACT ' DELIMITED BY SIZE
                  WS-SUP-CONTACT(WS-SUP-IX) DELIMITED BY SIZE
                  ' FEEDS ' DELIMITED BY SIZE
                  WS-SUP-FEEDS(WS-SUP-IX) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE 'MEASURE' TO REPORT-RECORD(3:7).
           MOVE 'THIS MONTH' TO REPORT-RECORD(31:10).
           MOVE 'PRIOR MONTH' TO REPORT-RECORD(43:11).
           MOVE 'DIRECTION' TO REPORT-RECORD(56:9).
           WRITE REPORT-RECORD.
      *    A supplier with nothing at all the month before has no
      *    basis for a direction on the flow measures.
           MOVE 'N' TO WS-PRIOR-ACTIVE.
           IF WS-SUP-DELIVERIES(WS-SUP-IX, 2) > ZERO
              OR WS-SUP-EDIT-RUNS(WS-SUP-IX, 2) > ZERO
              OR WS-SUP-READ(WS-SUP-IX, 2) > ZERO
              MOVE 'Y' TO WS-PRIOR-ACTIVE
           END-IF.

           MOVE 'DELIVERIES' TO WS-MEASURE-NAME.
           MOVE WS-SUP-DELIVERIES(WS-SUP-IX, 1) TO WS-MEASURE-THIS.
           MOVE WS-SUP-DELIVERIES(WS-SUP-IX, 2) TO WS-MEASURE-PRIOR.
           PERFORM REPORT-VOLUME-MEASURE.

           MOVE 'LATE DELIVERIES' TO WS-MEASURE-NAME.
           MOVE WS-SUP-LATE(WS-SUP-IX, 1) TO WS-MEASURE-THIS.
           MOVE WS-SUP-LATE(WS-SUP-IX, 2) TO WS-MEASURE-PRIOR.
           PERFORM REPORT-COUNT-MEASURE.

           MOVE 'DUPLICATE DELIVERIES' TO WS-MEASURE-NAME.
           MOVE WS-SUP-DUPLICATE(WS-SUP-IX, 1) TO WS-MEASURE-THIS.
           MOVE WS-SUP-DUPLICATE(WS-SUP-IX, 2) TO WS-MEASURE-PRIOR.
           PERFORM REPORT-COUNT-MEASURE.

           MOVE 'PRE-EDIT RUNS' TO WS-MEASURE-NAME.
           MOVE WS-SUP-EDIT-RUNS(WS-SUP-IX, 1) TO WS-MEASURE-THIS.
           MOVE WS-SUP-EDIT-RUNS(WS-SUP-IX, 2) TO WS-MEASURE-PRIOR.
           PERFORM REPORT-VOLUME-MEASURE.

           MOVE 'PRE-EDIT FAILURE RATE PCT' TO WS-MEASURE-NAME.
           MOVE WS-SUP-EDIT-FAILED(WS-SUP-IX, 1) TO WS-THIS-NUMERATOR.
           MOVE WS-SUP-EDIT-RUNS(WS-SUP-IX, 1) TO WS-THIS-DENOMINATOR.
           MOVE WS-SUP-EDIT-FAILED(WS-SUP-IX, 2) TO WS-PRIOR-NUMERATOR.
           MOVE WS-SUP-EDIT-RUNS(WS-SUP-IX, 2) TO WS-PRIOR-DENOMINATOR.
           PERFORM REPORT-RATE-MEASURE.

           MOVE 'PRE-EDIT ERROR RATE PCT' TO WS-MEASURE-NAME.
           MOVE WS-SUP-EDIT-ERRORS(WS-SUP-IX, 1) TO WS-THIS-NUMERATOR.
           MOVE WS-SUP-EDIT-LINES(WS-SUP-IX, 1) TO WS-THIS-DENOMINATOR.
           MOVE WS-SUP-EDIT-ERRORS(WS-SUP-IX, 2) TO WS-PRIOR-NUMERATOR.
           MOVE WS-SUP-EDIT-LINES(WS-SUP-IX, 2) TO WS-PRIOR-DENOMINATOR.
           PERFORM REPORT-RATE-MEASURE.

           MOVE 'RECORDS READ' TO WS-MEASURE-NAME.
           MOVE WS-SUP-READ(WS-SUP-IX, 1) TO WS-MEASURE-THIS.
           MOVE WS-SUP-READ(WS-SUP-IX, 2) TO WS-MEASURE-PRIOR.
           PERFORM REPORT-VOLUME-MEASURE.

           MOVE 'RECORDS REJECTED' TO WS-MEASURE-NAME.
           MOVE WS-SUP-REJECTED(WS-SUP-IX, 1) TO WS-MEASURE-THIS.
           MOVE WS-SUP-REJECTED(WS-SUP-IX, 2) TO WS-MEASURE-PRIOR.
           PERFORM REPORT-VOLUME-MEASURE.

           MOVE 'REJECT RATE PCT' TO WS-MEASURE-NAME.
           MOVE WS-SUP-REJECTED(WS-SUP-IX, 1) TO WS-THIS-NUMERATOR.
           MOVE WS-SUP-READ(WS-SUP-IX, 1) TO WS-THIS-DENOMINATOR.
           MOVE WS-SUP-REJECTED(WS-SUP-IX, 2) TO WS-PRIOR-NUMERATOR.
           MOVE WS-SUP-READ(WS-SUP-IX, 2) TO WS-PRIOR-DENOMINATOR.
           PERFORM REPORT-RATE-MEASURE.

      *    A balance, judged against last month's scorecard rather
      *    than last month's activity.
           MOVE 'ITEMS UNREPAIRED' TO WS-MEASURE-NAME.
           MOVE 'C' TO WS-MEASURE-KIND.
           MOVE 'Y' TO WS-MEASURE-DIRECTED.
           MOVE WS-SUP-UNREPAIRED(WS-SUP-IX) TO WS-MEASURE-THIS.
           MOVE WS-SUP-PRIOR-UNREPAIRED(WS-SUP-IX) TO
              WS-MEASURE-PRIOR.
           MOVE 'Y' TO WS-HAS-THIS.
           MOVE WS-SUP-PRIOR-KNOWN(WS-SUP-IX) TO WS-HAS-PRIOR.
           PERFORM WRITE-MEASURE-LINE.

           IF WS-SUP-WORSE(WS-SUP-IX) > ZERO
              ADD 1 TO WS-WORSENED-COUNT
           END-IF.
           DISPLAY 'SUPPLIER ' WS-SUP-ID(WS-SUP-IX) ' DELIVERIES '
              WS-SUP-DELIVERIES(WS-SUP-IX, 1) ' LATE '
              WS-SUP-LATE(WS-SUP-IX, 1) ' DUPLICATE '
              WS-SUP-DUPLICATE(WS-SUP-IX, 1) ' UNREPAIRED '
              WS-SUP-UNREPAIRED(WS-SUP-IX) ' WORSE ON '
              WS-SUP-WORSE(WS-SUP-IX).

      *    Throughput figures: shown for both months, not directed -
      *    more deliveries is neither better nor worse.
       REPORT-VOLUME-MEASURE.
           MOVE 'C' TO WS-MEASURE-KIND.
           MOVE 'N' TO WS-MEASURE-DIRECTED.
           MOVE 'Y' TO WS-HAS-THIS.
           MOVE WS-PRIOR-ACTIVE TO WS-HAS-PRIOR.
           PERFORM WRITE-MEASURE-LINE.

       REPORT-COUNT-MEASURE.
           MOVE 'C' TO WS-MEASURE-KIND.
           MOVE 'Y' TO WS-MEASURE-DIRECTED.
           MOVE 'Y' TO WS-HAS-THIS.
           MOVE WS-PRIOR-ACTIVE TO WS-HAS-PRIOR.
           PERFORM WRITE-MEASURE-LINE.

      *    Both months' rates, as percentages to one place, from
      *    the numerators and denominators in hand. A month with a
      *    zero denominator has no basis for a rate at all.
       REPORT-RATE-MEASURE.
           MOVE 'P' TO WS-MEASURE-KIND.
           MOVE 'Y' TO WS-MEASURE-DIRECTED.
           MOVE ZERO TO WS-MEASURE-THIS WS-MEASURE-PRIOR.
           MOVE 'N' TO WS-HAS-THIS WS-HAS-PRIOR.
           IF WS-THIS-DENOMINATOR > ZERO
              MOVE 'Y' TO WS-HAS-THIS
              COMPUTE WS-MEASURE-THIS ROUNDED =
                 (WS-THIS-NUMERATOR * 100) / WS-THIS-DENOMINATOR
           END-IF.
           IF WS-PRIOR-DENOMINATOR > ZERO
              MOVE 'Y' TO WS-HAS-PRIOR
              COMPUTE WS-MEASURE-PRIOR ROUNDED =
                 (WS-PRIOR-NUMERATOR * 100) / WS-PRIOR-DENOMINATOR
           END-IF.
           PERFORM WRITE-MEASURE-LINE.

      *    Fewer is better on every directed measure. No basis in
      *    the prior month is NEW; none this month leaves the
      *    direction blank.
       WRITE-MEASURE-LINE.
           MOVE SPACES TO WS-DIRECTION.
           IF WS-MEASURE-DIRECTED = 'Y'
              EVALUATE TRUE
                 WHEN WS-HAS-PRIOR = 'N'
                    MOVE 'NEW' TO WS-DIRECTION
                 WHEN WS-HAS-THIS = 'N'
                    CONTINUE
                 WHEN WS-MEASURE-THIS < WS-MEASURE-PRIOR
                    MOVE 'BETTER' TO WS-DIRECTION
                 WHEN WS-MEASURE-THIS > WS-MEASURE-PRIOR
                    MOVE 'WORSE' TO WS-DIRECTION
                    ADD 1 TO WS-SUP-WORSE(WS-SUP-IX)
                 WHEN OTHER
                    MOVE 'SAME' TO WS-DIRECTION
              END-EVALUATE
           END-IF.
           MOVE WS-MEASURE-THIS TO WS-EDIT-VALUE.
           MOVE WS-HAS-THIS TO WS-SHOW-BASIS.
           PERFORM EDIT-MEASURE-VALUE.
           MOVE WS-SHOW-VALUE TO WS-SHOW-THIS.
           MOVE WS-MEASURE-PRIOR TO WS-EDIT-VALUE.
           MOVE WS-HAS-PRIOR TO WS-SHOW-BASIS.
           PERFORM EDIT-MEASURE-VALUE.
           MOVE WS-SHOW-VALUE TO WS-SHOW-PRIOR.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ' DELIMITED BY SIZE
                  WS-MEASURE-NAME DELIMITED BY SIZE
                  WS-SHOW-THIS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SHOW-PRIOR DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DIRECTION DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *    WS-EDIT-VALUE into WS-SHOW-VALUE, right-aligned; a rate
      *    with no basis (WS-SHOW-BASIS 'N') shows as a dash.
       EDIT-MEASURE-VALUE.
           MOVE SPACES TO WS-SHOW-VALUE.
           EVALUATE TRUE
              WHEN WS-MEASURE-KIND = 'P' AND WS-SHOW-BASIS = 'N'
                 MOVE '-' TO WS-SHOW-VALUE(12:1)
              WHEN WS-MEASURE-KIND = 'P'
                 MOVE WS-EDIT-VALUE TO WS-EDIT-PCT
                 MOVE WS-EDIT-PCT TO WS-SHOW-VALUE(2:11)
              WHEN OTHER
                 MOVE WS-EDIT-VALUE TO WS-EDIT-COUNT
                 MOVE WS-EDIT-COUNT TO WS-SHOW-VALUE(2:11)
           END-EVALUATE.

       WRITE-SCORECARD-TRAILER.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'SUPPLIERS ' DELIMITED BY SIZE
                  WS-SUP-COUNT DELIMITED BY SIZE
                  ' FEEDS ON MASTER ' DELIMITED BY SIZE
                  WS-FEED-COUNT DELIMITED BY SIZE
                  ' WORSE THAN PRIOR MONTH ' DELIMITED BY SIZE
                  WS-WORSENED-COUNT DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
