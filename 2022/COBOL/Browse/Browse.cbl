      **                 accepted loss                                 *
      **    S <line>     mark reject at input line <line> send-to-     *
      **                 repair                                        *
      **    V <line>     mark reject at input line <line> accepted as  *
      **                 entered (a screened outlier that is genuine)  *
      **    L [program]  switch to the run-ledger view, optionally     *
      **                 starting at one program's runs                *
      **    R            switch back to rejects                        *
      **    X            write the disposition dataset and exit        *
      **                                                               *
      **  The run-ledger view is read a page at a time straight off    *
      **  the indexed ledger in key order (program, year, day, part,   *
      **  run date, run time), so it shows the whole history however   *
      **  long it grows.                                               *
      **                                                               *
      **  The disposition dataset (DSPREC.cpy) is what the repair      *
      **  cycle reads: REPAIR-PROGRAM repairs only records marked 'R'  *
      **  or 'V' - a 'V' record with its own original line - and       *
      **  silently drops records marked 'A' from suspense.             *
      **                                                               *
      **  The session starts with an operator sign-on (OPERATOR_ID,    *
      **  or prompted for when it is not set) against the operator     *
      **  authority dataset (OPRCHECK.cpy). A needs the ACCLOSS        *
      **  function, S the SENDREPR function and V the ACCVALUE         *
      **  function; a refused mark is logged and not applied, and      *
      **  every disposition written carries the signed-on operator's   *
      **  ID.                                                          *
      **                                                               *
      **  The rejects are copied once into a sequential work dataset   *
      **  and every page, filter count and disposition pass reads it   *
      **  front to back, so the reject file is limited only by disk.   *
      **  A mark copies the work dataset into its next generation      *
      **  with the mark applied and the two swap names. The load       *
      **  reports how many rejects were read and the exit how many     *
      **  dispositions were written.                                   *
      **                                                               *
      **  The ledger view remembers the start of up to 1000 pages for  *
      **  P to step back to; past that N says so and L <program>       *
      **  repositions.                                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-REJECT-INPUT-STATUS.

      *    Current and next generation of the reject work dataset;
      *    the names swap after every mark pass.
          SELECT REJECT-WORK-FILE
              ASSIGN DYNAMIC WS-REJECT-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-REJECT-WORK-STATUS.

          SELECT REJECT-NEXT-FILE
              ASSIGN DYNAMIC WS-REJECT-NEXT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-REJECT-NEXT-STATUS.

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

          SELECT DISPOSITION-FILE
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

       DATA DIVISION.
       FILE SECTION.
      *    The reject input may be a fresh reject file (bare
          COPY "EXCREC.cpy".
       01 REJECT-WIDE-RECORD      PIC X(230).

       FD REJECT-WORK-FILE.
       01 REJECT-WORK-RECORD.
          05 RJW-LINE             PIC 9(6).
          05 RJW-REASON           PIC X(35).
          05 RJW-CONTENT          PIC X(80).
          05 RJW-DATASET          PIC X(80).
          05 RJW-MARK             PIC X.

       FD REJECT-NEXT-FILE.
       01 REJECT-NEXT-RECORD      PIC X(202).

       FD RUN-LEDGER-FILE.
          COPY "RUNLREC.cpy".

       FD DISPOSITION-FILE.
          COPY "DSPREC.cpy".

       FD OPERATOR-AUTHORITY-FILE.
          COPY "OPAREC.cpy".

       FD OPERATOR-LOG-FILE.
          COPY "OPLREC.cpy".

       WORKING-STORAGE SECTION.
          COPY "RUNLPARM.cpy".
          COPY "OPRPARM.cpy".
       01 WS-REJECT-INPUT-DATASET PIC X(80) VALUE 'reject.txt'.
       01 WS-REJECT-INPUT-STATUS  PIC X(2)  VALUE SPACES.
       01 WS-DISPOSITION-DATASET  PIC X(80) VALUE 'disposition.txt'.
       01 WS-REJECT-WORK-DATASET  PIC X(80) VALUE 'brwrej1.wrk'.
       01 WS-REJECT-WORK-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-REJECT-NEXT-DATASET  PIC X(80) VALUE 'brwrej2.wrk'.
       01 WS-REJECT-NEXT-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-WORK-FAILED-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-ENV-VALUE            PIC X(80).
       01 REJECT-EOF              PIC X     VALUE 'N'.
       01 WORK-EOF                PIC X     VALUE 'N'.
       01 LEDGER-EOF              PIC X     VALUE 'N'.

       01 WS-REJ-COUNT            PIC 9(9)  VALUE ZERO.
       01 WS-REJ-VISIBLE          PIC X.
       01 WS-MARK-ACTION          PIC X.

      *    Ledger paging: the key each page starts on, recorded as
      *    the pages are first shown so P can step back. N stops at
      *    the last anchor the table holds and tells the operator to
      *    reposition with L <program> - each L starts a fresh table.
       01 WS-LED-TEXT             PIC X(79).
       01 WS-LED-MORE             PIC X     VALUE 'N'.
       01 WS-LED-ANCHOR-LIMIT     PIC 9(4)  VALUE 1000.
       01 WS-LED-ANCHOR-TABLE.
          05 WS-LED-ANCHOR OCCURS 1000 TIMES PIC X(48).

       01 WS-COMMAND              PIC X(80).
       01 WS-VERB                 PIC X(2).
       01 WS-REASON-FILTER        PIC X(35) VALUE SPACES.
       01 WS-DATASET-FILTER       PIC X(78) VALUE SPACES.
       01 WS-VIEW                 PIC X     VALUE 'R'.
       01 WS-PAGE                 PIC 9(9)  VALUE 1.
       01 WS-PAGE-SIZE            PIC 9(2)  VALUE 15.
       01 WS-VISIBLE-COUNT        PIC 9(9)  VALUE ZERO.
       01 WS-PAGE-MAX             PIC 9(9)  VALUE 1.
       01 WS-SHOWN                PIC 9(2)  VALUE ZERO.
       01 WS-SKIPPED              PIC 9(9)  VALUE ZERO.
       01 WS-SKIP-TARGET          PIC 9(9)  VALUE ZERO.
       01 WS-MATCH-COUNT          PIC 9(9)  VALUE ZERO.
       01 WS-MARKED-COUNT         PIC 9(9)  VALUE ZERO.
       01 WS-DONE                 PIC X     VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM SIGN-ON-BROWSE-OPERATOR.
           IF WS-OPR-SIGNED-ON NOT EQUAL 'Y'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM RESOLVE-BROWSE-PARMS.
           PERFORM CHECK-WORK-DATASETS.
           PERFORM LOAD-REJECT-WORK.
           PERFORM APPLY-REJECT-FILTERS.
           PERFORM SHOW-PAGE.
           PERFORM UNTIL WS-DONE = 'Y'
           END-IF.
           STOP RUN.

      **----------------------------------------------------------------
      *    A console session prompts for the operator ID when the
      *    environment does not supply one; a piped SYSIN session
      *    answers the prompt from its first line.
      **----------------------------------------------------------------
       SIGN-ON-BROWSE-OPERATOR.
           MOVE 'BROWSE-PROGRAM' TO WS-OPR-PROGRAM.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR_ID'.
           IF WS-OPERATOR-ID = SPACES
              DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING
              ACCEPT WS-OPERATOR-ID
           END-IF.
           PERFORM SIGN-ON-OPERATOR.

      **----------------------------------------------------------------
       RESOLVE-BROWSE-PARMS.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-DISPOSITION-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'BROWSE_REJECT_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-REJECT-WORK-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'BROWSE_REJECT_NEXT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-REJECT-NEXT-DATASET
           END-IF.

      **----------------------------------------------------------------
      *    Both work generations must be writable before the session
      *    starts - finding out at the first mark would lose the
      *    operator's work so far.
      **----------------------------------------------------------------
       CHECK-WORK-DATASETS.
           OPEN OUTPUT REJECT-NEXT-FILE.
           IF WS-REJECT-NEXT-STATUS NOT EQUAL '00'
              MOVE WS-REJECT-NEXT-DATASET TO WS-ENV-VALUE
              MOVE WS-REJECT-NEXT-STATUS TO WS-WORK-FAILED-STATUS
              PERFORM WORK-DATASET-FAILED
           END-IF.
           CLOSE REJECT-NEXT-FILE.
           OPEN OUTPUT REJECT-WORK-FILE.
           IF WS-REJECT-WORK-STATUS NOT EQUAL '00'
              MOVE WS-REJECT-WORK-DATASET TO WS-ENV-VALUE
              MOVE WS-REJECT-WORK-STATUS TO WS-WORK-FAILED-STATUS
              PERFORM WORK-DATASET-FAILED
           END-IF.

       WORK-DATASET-FAILED.
           DISPLAY 'WORK DATASET ' FUNCTION TRIM(WS-ENV-VALUE)
              ' NOT AVAILABLE - STATUS ' WS-WORK-FAILED-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      **----------------------------------------------------------------
      *    Copy the reject input into the first work generation,
      *    every record unmarked. CHECK-WORK-DATASETS left it open.
      **----------------------------------------------------------------
       LOAD-REJECT-WORK.
           OPEN INPUT REJECT-INPUT-FILE.
           IF WS-REJECT-INPUT-STATUS NOT EQUAL '00'
              DISPLAY 'REJECT FILE NOT FOUND - STATUS '
              END-PERFORM
              CLOSE REJECT-INPUT-FILE
           END-IF.
           CLOSE REJECT-WORK-FILE.
           DISPLAY WS-REJ-COUNT ' REJECT RECORDS LOADED FROM '
              FUNCTION TRIM(WS-REJECT-INPUT-DATASET).

       LOAD-ONE-REJECT.
           ADD 1 TO WS-REJ-COUNT.
           MOVE REJECT-LINE-NUM TO RJW-LINE.
           MOVE REJECT-REASON TO RJW-REASON.
           MOVE REJECT-CONTENT TO RJW-CONTENT.
           MOVE REJECT-DATASET-NAME TO RJW-DATASET.
           MOVE SPACE TO RJW-MARK.
           WRITE REJECT-WORK-RECORD.

      **----------------------------------------------------------------
      *    One ledger record as a display line: program, stamp,
      *    counts and answer - the columns an operator triaging a bad
      *    morning actually wants.
      **----------------------------------------------------------------
       FORMAT-LEDGER-LINE.
           MOVE SPACES TO WS-LED-TEXT.
           STRING RLG-PROGRAM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RLG-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RLG-RUN-TIME DELIMITED BY SIZE
                  ' REJ ' DELIMITED BY SIZE
                  RLG-RECORDS-REJECTED DELIMITED BY SIZE
                  ' ANS ' DELIMITED BY SIZE
                  RLG-FINAL-ANSWER DELIMITED BY SIZE
              INTO WS-LED-TEXT.

      **----------------------------------------------------------------
      *    Recount the rejects the current filters let through.
      **----------------------------------------------------------------
       APPLY-REJECT-FILTERS.
           MOVE ZERO TO WS-VISIBLE-COUNT.
           MOVE 'N' TO WORK-EOF.
           OPEN INPUT REJECT-WORK-FILE.
           PERFORM UNTIL WORK-EOF = 'Y'
               READ REJECT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WORK-EOF
                   NOT AT END
                       PERFORM TEST-REJECT-VISIBLE
                       IF WS-REJ-VISIBLE = 'Y'
                          ADD 1 TO WS-VISIBLE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJECT-WORK-FILE.
           COMPUTE WS-PAGE-MAX =
              (WS-VISIBLE-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE.
           IF WS-PAGE-MAX = ZERO
           END-IF.
           MOVE 1 TO WS-PAGE.

      *    Whether the current filters let the work record just read
      *    through.
       TEST-REJECT-VISIBLE.
           MOVE 'Y' TO WS-REJ-VISIBLE.
           IF WS-REASON-FILTER NOT EQUAL SPACES
              MOVE ZERO TO WS-MATCH-COUNT
              INSPECT RJW-REASON TALLYING WS-MATCH-COUNT
                 FOR ALL FUNCTION TRIM(WS-REASON-FILTER)
              IF WS-MATCH-COUNT = ZERO
                 MOVE 'N' TO WS-REJ-VISIBLE
              END-IF
           END-IF.
           IF WS-DATASET-FILTER NOT EQUAL SPACES
              MOVE ZERO TO WS-MATCH-COUNT
              INSPECT RJW-DATASET TALLYING WS-MATCH-COUNT
                 FOR ALL FUNCTION TRIM(WS-DATASET-FILTER)
              IF WS-MATCH-COUNT = ZERO
                 MOVE 'N' TO WS-REJ-VISIBLE
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    One console page of the active view.
      **----------------------------------------------------------------
              'CONTENT'.
           MOVE ZERO TO WS-SHOWN WS-SKIPPED.
           COMPUTE WS-SKIP-TARGET = (WS-PAGE - 1) * WS-PAGE-SIZE.
           MOVE 'N' TO WORK-EOF.
           OPEN INPUT REJECT-WORK-FILE.
           PERFORM UNTIL WORK-EOF = 'Y' OR WS-SHOWN >= WS-PAGE-SIZE
               READ REJECT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WORK-EOF
                   NOT AT END
                       PERFORM SHOW-ONE-REJECT-LINE
               END-READ
           END-PERFORM.
           CLOSE REJECT-WORK-FILE.

       SHOW-ONE-REJECT-LINE.
           PERFORM TEST-REJECT-VISIBLE.
           IF WS-REJ-VISIBLE = 'Y'
              IF WS-SKIPPED < WS-SKIP-TARGET
                 ADD 1 TO WS-SKIPPED
              ELSE
                 ADD 1 TO WS-SHOWN
                 DISPLAY RJW-MARK '  ' RJW-LINE ' '
                    RJW-REASON ' ' RJW-CONTENT(1:30)
              END-IF
           END-IF.

      *    One page of the ledger from this page's anchor key. The
      *    record after the last one shown, when there is one, is the
      *    next page's anchor - and the only way N learns there is a
      *    next page. The ledger is opened per page, never held open
      *    across an operator's think time.
       SHOW-LEDGER-PAGE.
           DISPLAY '--- RUN HISTORY PAGE ' WS-PAGE ' ---'.
           MOVE ZERO TO WS-SHOWN.
           MOVE 'N' TO WS-LED-MORE LEDGER-EOF.
           OPEN INPUT RUN-LEDGER-FILE.
           IF WS-RUN-LEDGER-STATUS NOT EQUAL '00'
              DISPLAY 'RUN LEDGER NOT AVAILABLE - STATUS '
                 WS-RUN-LEDGER-STATUS
           ELSE
              MOVE WS-LED-ANCHOR(WS-PAGE) TO RLG-KEY
              START RUN-LEDGER-FILE KEY >= RLG-KEY
                  INVALID KEY
                      MOVE 'Y' TO LEDGER-EOF
              END-START
              PERFORM UNTIL LEDGER-EOF = 'Y'
                  READ RUN-LEDGER-FILE NEXT RECORD
                      AT END
                          MOVE 'Y' TO LEDGER-EOF
                      NOT AT END
                          PERFORM SHOW-ONE-LEDGER-LINE
                  END-READ
              END-PERFORM
              CLOSE RUN-LEDGER-FILE
           END-IF.
           MOVE WS-PAGE TO WS-PAGE-MAX.
           IF WS-LED-MORE = 'Y'
              ADD 1 TO WS-PAGE-MAX
           END-IF.

       SHOW-ONE-LEDGER-LINE.
           IF WS-SHOWN < WS-PAGE-SIZE
              ADD 1 TO WS-SHOWN
              PERFORM FORMAT-LEDGER-LINE
              DISPLAY WS-LED-TEXT
           ELSE
              MOVE 'Y' TO LEDGER-EOF
              IF WS-PAGE < WS-LED-ANCHOR-LIMIT
                 MOVE 'Y' TO WS-LED-MORE
                 MOVE RLG-KEY TO WS-LED-ANCHOR(WS-PAGE + 1)
              ELSE
                 DISPLAY 'MORE RUNS FOLLOW - USE L <PROGRAM> TO '
                    'REPOSITION'
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    Parse and apply one operator command. A blank command (end
                 PERFORM APPLY-REJECT-FILTERS
                 PERFORM SHOW-PAGE
              WHEN 'A'
                 MOVE 'ACCLOSS' TO WS-OPR-FUNCTION
                 PERFORM CHECK-MARK-AUTHORITY
                 IF WS-OPR-AUTHORIZED = 'Y'
                    PERFORM MARK-ACCEPTED-LOSS
                 END-IF
              WHEN 'S'
                 MOVE 'SENDREPR' TO WS-OPR-FUNCTION
                 PERFORM CHECK-MARK-AUTHORITY
                 IF WS-OPR-AUTHORIZED = 'Y'
                    PERFORM MARK-SEND-TO-REPAIR
                 END-IF
              WHEN 'V'
                 MOVE 'ACCVALUE' TO WS-OPR-FUNCTION
                 PERFORM CHECK-MARK-AUTHORITY
                 IF WS-OPR-AUTHORIZED = 'Y'
                    PERFORM MARK-ACCEPTED-AS-ENTERED
                 END-IF
              WHEN 'L'
                 MOVE 'L' TO WS-VIEW
                 MOVE 1 TO WS-PAGE
                 MOVE LOW-VALUES TO RLG-KEY
                 IF WS-ARGUMENT NOT EQUAL SPACES
                    MOVE FUNCTION UPPER-CASE(WS-ARGUMENT)
                       TO RLG-PROGRAM
                 END-IF
                 MOVE RLG-KEY TO WS-LED-ANCHOR(1)
                 PERFORM SHOW-PAGE
              WHEN 'R'
                 MOVE 'R' TO WS-VIEW
       MARK-ACCEPTED-LOSS.
           PERFORM FIND-ARGUMENT-RECORD.
           IF WS-ARG-NUM > ZERO
              MOVE 'A' TO WS-MARK-ACTION
              PERFORM APPLY-REJECT-MARK
              DISPLAY 'LINE ' WS-ARG-NUM ' MARKED ACCEPTED LOSS'
           END-IF.

       MARK-SEND-TO-REPAIR.
           PERFORM FIND-ARGUMENT-RECORD.
           IF WS-ARG-NUM > ZERO
              MOVE 'R' TO WS-MARK-ACTION
              PERFORM APPLY-REJECT-MARK
              DISPLAY 'LINE ' WS-ARG-NUM ' MARKED SEND TO REPAIR'
           END-IF.

       MARK-ACCEPTED-AS-ENTERED.
           PERFORM FIND-ARGUMENT-RECORD.
           IF WS-ARG-NUM > ZERO
              MOVE 'V' TO WS-MARK-ACTION
              PERFORM APPLY-REJECT-MARK
              DISPLAY 'LINE ' WS-ARG-NUM ' MARKED ACCEPTED AS ENTERED'
           END-IF.

      *    Copy the work dataset into its next generation with the
      *    mark applied, then swap the two names so the marked copy
      *    is the one every later pass reads.
       APPLY-REJECT-MARK.
           MOVE 'N' TO WORK-EOF.
           OPEN INPUT REJECT-WORK-FILE.
           OPEN OUTPUT REJECT-NEXT-FILE.
           IF WS-REJECT-NEXT-STATUS NOT EQUAL '00'
              MOVE WS-REJECT-NEXT-DATASET TO WS-ENV-VALUE
              MOVE WS-REJECT-NEXT-STATUS TO WS-WORK-FAILED-STATUS
              PERFORM WORK-DATASET-FAILED
           END-IF.
           PERFORM UNTIL WORK-EOF = 'Y'
               READ REJECT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WORK-EOF
                   NOT AT END
                       PERFORM MARK-ONE-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE REJECT-WORK-FILE REJECT-NEXT-FILE.
           MOVE WS-REJECT-WORK-DATASET TO WS-ENV-VALUE.
           MOVE WS-REJECT-NEXT-DATASET TO WS-REJECT-WORK-DATASET.
           MOVE WS-ENV-VALUE TO WS-REJECT-NEXT-DATASET.

       MARK-ONE-WORK-RECORD.
           PERFORM TEST-REJECT-VISIBLE.
           IF RJW-LINE = WS-ARG-NUM
              AND WS-REJ-VISIBLE = 'Y'
              MOVE WS-MARK-ACTION TO RJW-MARK
           END-IF.
           MOVE REJECT-WORK-RECORD TO REJECT-NEXT-RECORD.
           WRITE REJECT-NEXT-RECORD.

      *    The refused command goes to the security log verbatim so
      *    the reviewer sees exactly what was attempted.
       CHECK-MARK-AUTHORITY.
           MOVE SPACES TO WS-OPR-DETAIL.
           STRING 'COMMAND ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COMMAND) DELIMITED BY SIZE
              INTO WS-OPR-DETAIL.
           PERFORM CHECK-OPERATOR-FUNCTION.
           IF WS-OPR-AUTHORIZED NOT EQUAL 'Y'
              DISPLAY 'OPERATOR ' FUNCTION TRIM(WS-OPERATOR-ID)
                 ' NOT AUTHORIZED FOR ' FUNCTION TRIM(WS-OPR-FUNCTION)
                 ' - COMMAND REFUSED'
           END-IF.

       FIND-ARGUMENT-RECORD.
           MOVE ZERO TO WS-ARG-NUM.
           IF WS-ARGUMENT NOT EQUAL SPACES
      *    must not silently flip that switch.
      **----------------------------------------------------------------
       WRITE-DISPOSITIONS.
           MOVE 'N' TO WORK-EOF.
           OPEN INPUT REJECT-WORK-FILE.
           PERFORM UNTIL WORK-EOF = 'Y'
               READ REJECT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WORK-EOF
                   NOT AT END
                       IF RJW-MARK NOT EQUAL SPACE
                          ADD 1 TO WS-MARKED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJECT-WORK-FILE.
           IF WS-MARKED-COUNT > ZERO
              PERFORM WRITE-DISPOSITION-RECORDS
           END-IF.

       WRITE-DISPOSITION-RECORDS.
           OPEN OUTPUT DISPOSITION-FILE.
           MOVE 'N' TO WORK-EOF.
           OPEN INPUT REJECT-WORK-FILE.
           PERFORM UNTIL WORK-EOF = 'Y'
               READ REJECT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WORK-EOF
                   NOT AT END
                       PERFORM WRITE-ONE-DISPOSITION
               END-READ
           END-PERFORM.
           CLOSE REJECT-WORK-FILE.
           CLOSE DISPOSITION-FILE.

       WRITE-ONE-DISPOSITION.
           IF RJW-MARK NOT EQUAL SPACE
              MOVE RJW-LINE TO DSP-LINE-NUM
              MOVE SPACE TO DSP-SEP-1
              MOVE RJW-MARK TO DSP-ACTION
              MOVE SPACE TO DSP-SEP-2
              MOVE RJW-DATASET TO DSP-DATASET-NAME
              MOVE SPACE TO DSP-SEP-3
              MOVE WS-OPERATOR-ID TO DSP-OPERATOR-ID
              WRITE DISPOSITION-RECORD
           END-IF.

      **----------------------------------------------------------------
      *    Operator sign-on and function authority.
      **----------------------------------------------------------------
          COPY "OPRCHECK.cpy".
