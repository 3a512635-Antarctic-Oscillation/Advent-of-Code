
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

      *    Suite-wide run interlock (request 026) - the dashboard
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-RESOLUTION-STATUS.

      *    Last integrity sweep's verdicts (GINREC.cpy) - a generation
      *    marked ALTERED is refused rather than read.
          SELECT GEN-INTEGRITY-FILE
              ASSIGN DYNAMIC WS-GEN-INTEGRITY-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GEN-INTEGRITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DASHBOARD-FILE.
       FD RESOLUTION-FILE.
       01 RESOLUTION-RECORD       PIC X(160).

       FD GEN-INTEGRITY-FILE.
          COPY "GINREC.cpy".

       WORKING-STORAGE SECTION.
      *    DSNPARM also supplies WS-ENV-VALUE, which this program
      *    previously declared itself; EXCPARM/HDRPARM/CTLPARM carry
          COPY "CTLPARM.cpy".
          COPY "RUNLPARM.cpy".
          COPY "LCKPARM.cpy".
          COPY "GINPARM.cpy".
       01 WS-DASHBOARD-DATASET    PIC X(80) VALUE 'dashboard.txt'.
       01 WS-RESOLUTION-DATASET   PIC X(80) VALUE 'genresolve.txt'.
       01 WS-RESOLUTION-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-FOOTER-SEVERITY      PIC X     VALUE SPACE.
       01 WS-CMP-SEVERITY         PIC X     VALUE SPACE.
       01 FOOTER-EOF              PIC X     VALUE 'N'.
      *    Generations the last integrity sweep marked ALTERED - never
      *    read, listed at the foot of the report instead. Twelve
      *    puzzles by CURRENT/PRIOR is the most there can be.
       01 WS-REFUSED-COUNT        PIC 9(2)  VALUE ZERO.
       01 WS-REFUSED-TABLE.
          05 WS-REFUSED-NAME      PIC X(80) OCCURS 24 TIMES.
       01 R                       PIC 9(2).
       01 WS-DELTA                PIC S9(15)
                                   SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-CMP-CURRENT          PIC 9(15) VALUE ZERO.
       01 WS-DAY4P2-PRIOR           PIC 9(15) VALUE ZERO.
       01 WS-DAY4P2-SEVERITY        PIC X     VALUE SPACE.

       01 WS-DAY5P1-CURRENT-DATASET PIC X(80) VALUE SPACES.
       01 WS-DAY5P1-PRIOR-DATASET   PIC X(80) VALUE SPACES.
       01 WS-DAY5P1-CURRENT         PIC 9(15) VALUE ZERO.
       01 WS-DAY5P1-PRIOR           PIC 9(15) VALUE ZERO.
       01 WS-DAY5P1-SEVERITY        PIC X     VALUE SPACE.

       01 WS-DAY5P2-CURRENT-DATASET PIC X(80) VALUE SPACES.
       01 WS-DAY5P2-PRIOR-DATASET   PIC X(80) VALUE SPACES.
       01 WS-DAY5P2-CURRENT         PIC 9(15) VALUE ZERO.
       01 WS-DAY5P2-PRIOR           PIC 9(15) VALUE ZERO.
       01 WS-DAY5P2-SEVERITY        PIC X     VALUE SPACE.

       01 WS-DAY6P1-CURRENT-DATASET PIC X(80) VALUE SPACES.
       01 WS-DAY6P1-PRIOR-DATASET   PIC X(80) VALUE SPACES.
       01 WS-DAY6P1-CURRENT         PIC 9(15) VALUE ZERO.
       01 WS-DAY6P1-PRIOR           PIC 9(15) VALUE ZERO.
       01 WS-DAY6P1-SEVERITY        PIC X     VALUE SPACE.

       01 WS-DAY6P2-CURRENT-DATASET PIC X(80) VALUE SPACES.
       01 WS-DAY6P2-PRIOR-DATASET   PIC X(80) VALUE SPACES.
       01 WS-DAY6P2-CURRENT         PIC 9(15) VALUE ZERO.
       01 WS-DAY6P2-PRIOR           PIC 9(15) VALUE ZERO.
       01 WS-DAY6P2-SEVERITY        PIC X     VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM CHECK-RUN-LOCK.
           IF WS-LOCK-OK = 'N'
           PERFORM READ-FOOTER-ANSWER.
           MOVE WS-FOOTER-ANSWER TO WS-DAY4P2-PRIOR.

           MOVE WS-DAY5P1-CURRENT-DATASET TO WS-FOOTER-DATASET.
           PERFORM READ-FOOTER-ANSWER.
           MOVE WS-FOOTER-ANSWER TO WS-DAY5P1-CURRENT.
           MOVE WS-FOOTER-SEVERITY TO WS-DAY5P1-SEVERITY.
           MOVE WS-DAY5P1-PRIOR-DATASET TO WS-FOOTER-DATASET.
           PERFORM READ-FOOTER-ANSWER.
           MOVE WS-FOOTER-ANSWER TO WS-DAY5P1-PRIOR.

           MOVE WS-DAY5P2-CURRENT-DATASET TO WS-FOOTER-DATASET.
           PERFORM READ-FOOTER-ANSWER.
           MOVE WS-FOOTER-ANSWER TO WS-DAY5P2-CURRENT.
           MOVE WS-FOOTER-SEVERITY TO WS-DAY5P2-SEVERITY.
           MOVE WS-DAY5P2-PRIOR-DATASET TO WS-FOOTER-DATASET.
           PERFORM READ-FOOTER-ANSWER.
           MOVE WS-FOOTER-ANSWER TO WS-DAY5P2-PRIOR.

           MOVE WS-DAY6P1-CURRENT-DATASET TO WS-FOOTER-DATASET.
           PERFORM READ-FOOTER-ANSWER.
           MOVE WS-FOOTER-ANSWER TO WS-DAY6P1-CURRENT.
           MOVE WS-FOOTER-SEVERITY TO WS-DAY6P1-SEVERITY.
           MOVE WS-DAY6P1-PRIOR-DATASET TO WS-FOOTER-DATASET.
           PERFORM READ-FOOTER-ANSWER.
           MOVE WS-FOOTER-ANSWER TO WS-DAY6P1-PRIOR.

           MOVE WS-DAY6P2-CURRENT-DATASET TO WS-FOOTER-DATASET.
           PERFORM READ-FOOTER-ANSWER.
           MOVE WS-FOOTER-ANSWER TO WS-DAY6P2-CURRENT.
           MOVE WS-FOOTER-SEVERITY TO WS-DAY6P2-SEVERITY.
           MOVE WS-DAY6P2-PRIOR-DATASET TO WS-FOOTER-DATASET.
           PERFORM READ-FOOTER-ANSWER.
           MOVE WS-FOOTER-ANSWER TO WS-DAY6P2-PRIOR.

           PERFORM WRITE-DASHBOARD-REPORT.

      *    The dashboard's ledger record points at the report it
           PERFORM WRITE-RUN-LEDGER.

           DISPLAY 'DASHBOARD COMPLETE - SEE ' WS-DASHBOARD-DATASET.
           IF WS-REFUSED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **----------------------------------------------------------------
              'DAY4P2_PRIOR_DATASET'.
           MOVE WS-ENV-VALUE TO WS-DAY4P2-PRIOR-DATASET.

           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'DAY5P1_CURRENT_DATASET'.
           MOVE WS-ENV-VALUE TO WS-DAY5P1-CURRENT-DATASET.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'DAY5P1_PRIOR_DATASET'.
           MOVE WS-ENV-VALUE TO WS-DAY5P1-PRIOR-DATASET.

           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'DAY5P2_CURRENT_DATASET'.
           MOVE WS-ENV-VALUE TO WS-DAY5P2-CURRENT-DATASET.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'DAY5P2_PRIOR_DATASET'.
           MOVE WS-ENV-VALUE TO WS-DAY5P2-PRIOR-DATASET.

           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'DAY6P1_CURRENT_DATASET'.
           MOVE WS-ENV-VALUE TO WS-DAY6P1-CURRENT-DATASET.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'DAY6P1_PRIOR_DATASET'.
           MOVE WS-ENV-VALUE TO WS-DAY6P1-PRIOR-DATASET.

           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'DAY6P2_CURRENT_DATASET'.
           MOVE WS-ENV-VALUE TO WS-DAY6P2-CURRENT-DATASET.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'DAY6P2_PRIOR_DATASET'.
           MOVE WS-ENV-VALUE TO WS-DAY6P2-PRIOR-DATASET.

           PERFORM APPLY-GENERATION-RESOLUTION.

      **----------------------------------------------------------------
                 IF WS-DAY4P2-PRIOR-DATASET = SPACES
                    MOVE WS-RES-VALUE TO WS-DAY4P2-PRIOR-DATASET
                 END-IF
              WHEN 'DAY5P1_CURRENT_DATASET'
                 IF WS-DAY5P1-CURRENT-DATASET = SPACES
                    MOVE WS-RES-VALUE TO WS-DAY5P1-CURRENT-DATASET
                 END-IF
              WHEN 'DAY5P1_PRIOR_DATASET'
                 IF WS-DAY5P1-PRIOR-DATASET = SPACES
                    MOVE WS-RES-VALUE TO WS-DAY5P1-PRIOR-DATASET
                 END-IF
              WHEN 'DAY5P2_CURRENT_DATASET'
                 IF WS-DAY5P2-CURRENT-DATASET = SPACES
                    MOVE WS-RES-VALUE TO WS-DAY5P2-CURRENT-DATASET
                 END-IF
              WHEN 'DAY5P2_PRIOR_DATASET'
                 IF WS-DAY5P2-PRIOR-DATASET = SPACES
                    MOVE WS-RES-VALUE TO WS-DAY5P2-PRIOR-DATASET
                 END-IF
              WHEN 'DAY6P1_CURRENT_DATASET'
                 IF WS-DAY6P1-CURRENT-DATASET = SPACES
                    MOVE WS-RES-VALUE TO WS-DAY6P1-CURRENT-DATASET
                 END-IF
              WHEN 'DAY6P1_PRIOR_DATASET'
                 IF WS-DAY6P1-PRIOR-DATASET = SPACES
                    MOVE WS-RES-VALUE TO WS-DAY6P1-PRIOR-DATASET
                 END-IF
              WHEN 'DAY6P2_CURRENT_DATASET'
                 IF WS-DAY6P2-CURRENT-DATASET = SPACES
                    MOVE WS-RES-VALUE TO WS-DAY6P2-CURRENT-DATASET
                 END-IF
              WHEN 'DAY6P2_PRIOR_DATASET'
                 IF WS-DAY6P2-PRIOR-DATASET = SPACES
                    MOVE WS-RES-VALUE TO WS-DAY6P2-PRIOR-DATASET
                 END-IF
           END-EVALUATE.

      **----------------------------------------------------------------
      *    FTR-labelled footer record and pull out FTR-FINAL-ANSWER.
      *    A blank dataset name (no CURRENT/PRIOR supplied for this
      *    puzzle) leaves WS-FOOTER-ANSWER at zero without opening
      *    anything. So does a generation the last integrity sweep
      *    marked ALTERED - its severity comes back 'A' and the name
      *    is kept for the refused list at the foot of the report.
      **----------------------------------------------------------------
       READ-FOOTER-ANSWER.
           MOVE ZERO TO WS-FOOTER-ANSWER.
           MOVE SPACE TO WS-FOOTER-SEVERITY.
           MOVE 'N' TO FOOTER-EOF.
           MOVE SPACES TO WS-GIN-VERDICT.
           IF WS-FOOTER-DATASET NOT EQUAL SPACES
              MOVE WS-FOOTER-DATASET TO WS-GIN-CHECK-NAME
              PERFORM CHECK-GENERATION-INTEGRITY
           END-IF.
           IF WS-GIN-VERDICT = 'ALTERED'
              MOVE 'A' TO WS-FOOTER-SEVERITY
              IF WS-REFUSED-COUNT < 24
                 ADD 1 TO WS-REFUSED-COUNT
                 MOVE WS-FOOTER-DATASET TO
                    WS-REFUSED-NAME(WS-REFUSED-COUNT)
              END-IF
           END-IF.
           IF WS-FOOTER-DATASET NOT EQUAL SPACES
              AND WS-GIN-VERDICT NOT = 'ALTERED'
              OPEN INPUT FOOTER-INPUT-FILE
              PERFORM UNTIL FOOTER-EOF = 'Y'
                  READ FOOTER-INPUT-FILE
           MOVE WS-DAY4P2-SEVERITY TO WS-CMP-SEVERITY.
           PERFORM WRITE-COMPARISON-LINE.

           MOVE 'DAY 5 PART 1 - CRATE MOVES APPLIED (9000)' TO
              DASHBOARD-RECORD.
           WRITE DASHBOARD-RECORD.
           MOVE WS-DAY5P1-CURRENT TO WS-CMP-CURRENT.
           MOVE WS-DAY5P1-PRIOR TO WS-CMP-PRIOR.
           MOVE WS-DAY5P1-SEVERITY TO WS-CMP-SEVERITY.
           PERFORM WRITE-COMPARISON-LINE.

           MOVE 'DAY 5 PART 2 - CRATE MOVES APPLIED (9001)' TO
              DASHBOARD-RECORD.
           WRITE DASHBOARD-RECORD.
           MOVE WS-DAY5P2-CURRENT TO WS-CMP-CURRENT.
           MOVE WS-DAY5P2-PRIOR TO WS-CMP-PRIOR.
           MOVE WS-DAY5P2-SEVERITY TO WS-CMP-SEVERITY.
           PERFORM WRITE-COMPARISON-LINE.

           MOVE 'DAY 6 PART 1 - START-OF-PACKET MARKER' TO
              DASHBOARD-RECORD.
           WRITE DASHBOARD-RECORD.
           MOVE WS-DAY6P1-CURRENT TO WS-CMP-CURRENT.
           MOVE WS-DAY6P1-PRIOR TO WS-CMP-PRIOR.
           MOVE WS-DAY6P1-SEVERITY TO WS-CMP-SEVERITY.
           PERFORM WRITE-COMPARISON-LINE.

           MOVE 'DAY 6 PART 2 - START-OF-MESSAGE MARKER' TO
              DASHBOARD-RECORD.
           WRITE DASHBOARD-RECORD.
           MOVE WS-DAY6P2-CURRENT TO WS-CMP-CURRENT.
           MOVE WS-DAY6P2-PRIOR TO WS-CMP-PRIOR.
           MOVE WS-DAY6P2-SEVERITY TO WS-CMP-SEVERITY.
           PERFORM WRITE-COMPARISON-LINE.

           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-REFUSED-COUNT
              MOVE SPACES TO DASHBOARD-RECORD
              STRING 'REFUSED - ALTERED SINCE CATALOGED: '
                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-REFUSED-NAME(R))
                        DELIMITED BY SIZE
                 INTO DASHBOARD-RECORD
              WRITE DASHBOARD-RECORD
              DISPLAY DASHBOARD-RECORD
           END-PERFORM.

           CLOSE DASHBOARD-FILE.

      **----------------------------------------------------------------
      *    A current answer graded W or F by its own run is flagged
      *    right under its comparison line, so a suspect answer can't
      *    read as trustworthy on the dashboard.
           IF WS-CMP-SEVERITY = 'A'
              MOVE '  CURRENT GENERATION ALTERED SINCE CATALOGED'
                 TO DASHBOARD-RECORD
              WRITE DASHBOARD-RECORD
              DISPLAY DASHBOARD-RECORD
           END-IF.
           IF WS-CMP-SEVERITY = 'W' OR WS-CMP-SEVERITY = 'F'
              MOVE SPACES TO DASHBOARD-RECORD
              STRING '  CURRENT RUN SEVERITY ' DELIMITED BY SIZE

      **----------------------------------------------------------------
           COPY "LCKCHECK.cpy".

      **----------------------------------------------------------------
           COPY "GINCHECK.cpy".
