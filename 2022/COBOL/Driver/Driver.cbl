      **  Part-1 - exactly as before. Either way the summary report   *
      **  is built from whatever actually ran, with each step's        *
      **  status and answer.                                           *
      **  A cycle stamped with an event year YEAR-CLOSE-PROGRAM has    *
      **  closed is refused outright, and so is any plan entry dated   *
      **  into a closed year, until an authorised reopen is recorded.  *
      **                                                                *
      **  BUILD NOTE: the CALLs below are intra-process (request 009's *
      **  GOBACK-instead-of-STOP-RUN change is what lets this driver   *
      **  CALL - ELF-AGGREGATE-PROGRAM, DAY_1-PROGRAM,                 *
      **  DAY_1_P1-PROGRAM, DAY_2-PROGRAM, DAY_2_P2-PROGRAM,           *
      **  DAY-2-P1-PROGRAM, DAY-2-P2-PROGRAM, DAY_4-PROGRAM,           *
      **  DAY_5-PROGRAM, DAY_5_P2-PROGRAM, DAY_6-PROGRAM,              *
      **  DAY1-VERIFY-PROGRAM, ELF-SCREEN-PROGRAM - must ALSO be       *
      **  compiled as a GnuCOBOL callable module (`cobc -m`, alongside *
      **  their normal `cobc -x` standalone build used by the JCL / run*
      **  directly) and be on COB_LIBRARY_PATH (e.g. the same directory*
      **  as this driver's executable) when DRIVER-PROGRAM runs - a    *
      **  `-x`-only build of those programs will fail dynamic CALL     *
      **  resolution at run time.                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

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

      *    Suite-wide run interlock (request 026): taken at start-up,
      *    the cycle instead of reprocessing yesterday's feed.
      *    Not-found is not an error - no calendar means every
      *    scheduled firing runs, the prior behavior.
      *    Year-close register: a closed event year refuses the
      *    cycle (CHECK-EVENT-YEAR-OPEN) and any plan entry dated into
      *    it (GATE-STEP-YEAR). Not-found means no year is closed.
          SELECT YEAR-CLOSE-FILE
              ASSIGN DYNAMIC WS-YCL-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-YCL-STATUS.

          SELECT RUN-CALENDAR-FILE
              ASSIGN DYNAMIC WS-RUN-CALENDAR-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
       FD STEP-HISTORY-FILE.
          COPY "SHIREC.cpy".

       FD YEAR-CLOSE-FILE.
          COPY "YCLREC.cpy".

       WORKING-STORAGE SECTION.
      *    DSNPARM also supplies WS-ENV-VALUE, which this program
      *    previously declared itself; EXCPARM/HDRPARM/CTLPARM carry
          COPY "RUNLPARM.cpy".
          COPY "LCKPARM.cpy".
          COPY "GCATPARM.cpy".
          COPY "YCLPARM.cpy".
       01 WS-LOCK-DATE            PIC 9(8)  VALUE ZERO.
       01 WS-LOCK-TIME            PIC 9(8)  VALUE ZERO.
       01 WS-LOCK-OVERRIDE        PIC X     VALUE 'N'.
       01 WS-DAY3-INPUT           PIC X(80) VALUE 'day3input.txt'.
       01 WS-DAY4-INPUT           PIC X(80) VALUE 'day4input.txt'.
       01 WS-DAY5-INPUT           PIC X(80) VALUE 'day5input.txt'.
       01 WS-DAY6-INPUT           PIC X(80) VALUE 'day6input.txt'.

      *    Per-cycle elf-totals work file: ELF-AGGREGATE-PROGRAM reads
      *    the raw Day-1 feed once and both Day-1 answer programs
       01 WS-ELF-TOTALS-WORK      PIC X(80) VALUE 'elftotals.txt'.
       01 WS-DAY1AGG-REJECT       PIC X(80) VALUE 'elftotals.rej'.

      *    The outlier screen's copy of the work file and its reject
      *    dataset, mirroring ELF-SCREEN-PROGRAM's compiled-in
      *    defaults. Once the screen has run in a cycle, the Day-1
      *    answer steps read the screened copy.
       01 WS-ELF-SCREENED-WORK    PIC X(80) VALUE 'elfscreened.txt'.
       01 WS-ELFSCRN-REJECT       PIC X(80) VALUE 'elfscreen.rej'.
       01 WS-DAY1-SCREENED        PIC X     VALUE 'N'.

      *    Request 019 - these were DISPLAY literals inline in each
      *    RUN-DAY... paragraph; pulled out here and made overridable
      *    the same way WS-DAY1-INPUT/WS-DAY3-INPUT already are, so an
       01 WS-DAY4P2-OUTPUT        PIC X(80) VALUE 'day4part2.out'.
       01 WS-DAY5P1-OUTPUT        PIC X(80) VALUE 'day5part1.out'.
       01 WS-DAY5P1-REJECT        PIC X(80) VALUE 'day5part1.rej'.
       01 WS-DAY5P2-OUTPUT        PIC X(80) VALUE 'day5part2.out'.
       01 WS-DAY5P2-REJECT        PIC X(80) VALUE 'day5part2.rej'.
       01 WS-DAY6P1-OUTPUT        PIC X(80) VALUE 'day6part1.out'.
       01 WS-DAY6P1-REJECT        PIC X(80) VALUE 'day6part1.rej'.
      *    Base name for the start-of-message generation DAY_6-PROGRAM
      *    publishes alongside its start-of-packet answer - one CALL
      *    produces both, the same arrangement as DAY_4-PROGRAM.
       01 WS-DAY6P2-OUTPUT        PIC X(80) VALUE 'day6part2.out'.

      *    Request 012 review fix - Day-1/Part-1 and Day-1/Part-2
      *    each now default to their own checkpoint dataset name
           PERFORM RESOLVE-DRIVER-DATASETS.
           PERFORM RECORD-GLOBAL-SETTINGS.
           PERFORM ACQUIRE-RUN-LOCK.
           PERFORM CHECK-EVENT-YEAR-OPEN.
           PERFORM CHECK-RUN-CALENDAR.
           PERFORM CHECK-FEED-INTAKE.
           PERFORM RESOLVE-PLAN-CARD.
           ELSE
              MOVE 'ELFAGG' TO WS-EXEC-KEY
              PERFORM EXECUTE-STEP
              MOVE 'ELFSCRN' TO WS-EXEC-KEY
              PERFORM EXECUTE-STEP
              MOVE 'DAY1P1' TO WS-EXEC-KEY
              PERFORM EXECUTE-STEP
              MOVE 'DAY1P2' TO WS-EXEC-KEY
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-DAY5-INPUT
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DAY6_INPUT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-DAY6-INPUT
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SUMMARY_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-SUMMARY-DATASET
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-DAY5P1-REJECT
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DAY5P2_OUTPUT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-DAY5P2-OUTPUT
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DAY5P2_REJECT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-DAY5P2-REJECT
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DAY6P1_OUTPUT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-DAY6P1-OUTPUT
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DAY6P1_REJECT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-DAY6P1-REJECT
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DAY6P2_OUTPUT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-DAY6P2-OUTPUT
           END-IF.

           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'DAY1P1_CHECKPOINT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-DAY1AGG-REJECT
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ELF_SCREENED_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ELF-SCREENED-WORK
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ELFSCRN_REJECT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ELFSCRN-REJECT
           END-IF.

      **----------------------------------------------------------------
      *    Load the run profile (request 037): one setting=value line
      **----------------------------------------------------------------
          COPY "LCKCHECK.cpy".

      **----------------------------------------------------------------
      *    A closed event year is frozen - its certified results book
      *    stands, and a fresh cycle would stamp new generations and
      *    ledger records into it. The refusal writes a run-ledger
      *    record, the way a calendar skip does, so an auditor can see
      *    the cycle was turned away and why; it releases the lock
      *    and ends with return code 8 until YEAR-CLOSE-PROGRAM
      *    records an authorised reopen.
      **----------------------------------------------------------------
       CHECK-EVENT-YEAR-OPEN.
           MOVE WS-EVENT-YEAR TO WS-YCL-YEAR.
           PERFORM CHECK-YEAR-CLOSED.
           IF WS-YCL-CLOSED = 'Y'
              DISPLAY 'EVENT YEAR ' WS-EVENT-YEAR ' WAS CLOSED '
                 WS-YCL-LAST-DATE ' - CYCLE REFUSED'
              MOVE WS-YCL-DATASET TO WS-INPUT-DATASET
              MOVE 'REFUSED - EVENT YEAR CLOSED' TO WS-OUTPUT-DATASET
              MOVE SPACES TO WS-REJECT-DATASET
              MOVE 'DRIVER-PROGRAM' TO WS-LEDGER-PROGRAM
              PERFORM WRITE-RUN-LEDGER
              PERFORM RELEASE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    A dated plan entry backfilling a closed year fails that one
      *    step with return code 8 under its entry's on-error action,
      *    the intake gate's rule. The cycle's own year was already
      *    checked at start-up.
       GATE-STEP-YEAR.
           PERFORM CAPTURE-STEP-YEAR.
           IF WS-STEP-YEAR NOT = WS-EVENT-YEAR
              MOVE WS-STEP-YEAR TO WS-YCL-YEAR
              PERFORM CHECK-YEAR-CLOSED
              IF WS-YCL-CLOSED = 'Y'
                 DISPLAY 'STEP ' WS-EXEC-KEY ' NOT RUN - EVENT YEAR '
                    WS-STEP-YEAR ' IS CLOSED'
                 MOVE 8 TO WS-STEP-RC
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    Consult the processing calendar for today's date (request
      *    027). SKIP writes a run-ledger record naming the calendar
       GATE-STEP-INTAKE.
           EVALUATE WS-EXEC-KEY
              WHEN 'ELFAGG'
              WHEN 'ELFSCRN'
              WHEN 'DAY1P1'
              WHEN 'DAY1VER'
              WHEN 'DAY1P2'
              WHEN 'DAY4P1'
                 MOVE WS-DAY4-INPUT TO WS-GATE-FEED
              WHEN 'DAY5P1'
              WHEN 'DAY5P2'
                 MOVE WS-DAY5-INPUT TO WS-GATE-FEED
              WHEN 'DAY6P1'
                 MOVE WS-DAY6-INPUT TO WS-GATE-FEED
              WHEN OTHER
                 MOVE SPACES TO WS-GATE-FEED
           END-EVALUATE.
                 IF WS-CUR-PLAN-REJ NOT EQUAL SPACES
                    MOVE WS-CUR-PLAN-REJ TO WS-DAY1AGG-REJECT
                 END-IF
      *       The outlier screen: a plan card runs it between ELFAGG
      *       and DAY1P1. Its output override is the screened copy of
      *       the work file, its reject override the dataset the
      *       flagged lines go to for the repair cycle.
              WHEN 'ELFSCRN'
                 IF WS-CUR-PLAN-IN NOT EQUAL SPACES
                    MOVE WS-CUR-PLAN-IN TO WS-DAY1-INPUT
                 END-IF
                 IF WS-CUR-PLAN-OUT NOT EQUAL SPACES
                    MOVE WS-CUR-PLAN-OUT TO WS-ELF-SCREENED-WORK
                 END-IF
                 IF WS-CUR-PLAN-REJ NOT EQUAL SPACES
                    MOVE WS-CUR-PLAN-REJ TO WS-ELFSCRN-REJECT
                 END-IF
              WHEN 'DAY1P1'
                 IF WS-CUR-PLAN-IN NOT EQUAL SPACES
                    MOVE WS-CUR-PLAN-IN TO WS-DAY1-INPUT
                 IF WS-CUR-PLAN-REJ NOT EQUAL SPACES
                    MOVE WS-CUR-PLAN-REJ TO WS-DAY5P1-REJECT
                 END-IF
              WHEN 'DAY5P2'
                 IF WS-CUR-PLAN-IN NOT EQUAL SPACES
                    MOVE WS-CUR-PLAN-IN TO WS-DAY5-INPUT
                 END-IF
                 IF WS-CUR-PLAN-OUT NOT EQUAL SPACES
                    MOVE WS-CUR-PLAN-OUT TO WS-DAY5P2-OUTPUT
                 END-IF
                 IF WS-CUR-PLAN-REJ NOT EQUAL SPACES
                    MOVE WS-CUR-PLAN-REJ TO WS-DAY5P2-REJECT
                 END-IF
              WHEN 'DAY6P1'
                 IF WS-CUR-PLAN-IN NOT EQUAL SPACES
                    MOVE WS-CUR-PLAN-IN TO WS-DAY6-INPUT
                 END-IF
                 IF WS-CUR-PLAN-OUT NOT EQUAL SPACES
                    MOVE WS-CUR-PLAN-OUT TO WS-DAY6P1-OUTPUT
                 END-IF
                 IF WS-CUR-PLAN-REJ NOT EQUAL SPACES
                    MOVE WS-CUR-PLAN-REJ TO WS-DAY6P1-REJECT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
                 DISPLAY 'ELF_TOTALS_DATASET' UPON ENVIRONMENT-NAME
                 DISPLAY WS-ELF-TOTALS-WORK UPON ENVIRONMENT-VALUE
              END-IF
              IF WS-EXEC-KEY = 'ELFSCRN'
                 MOVE 'Y' TO WS-DAY1-SCREENED
                 DISPLAY 'ELF_TOTALS_DATASET' UPON ENVIRONMENT-NAME
                 DISPLAY WS-ELF-SCREENED-WORK UPON ENVIRONMENT-VALUE
              END-IF
              IF WS-RUN-COUNT < 100
                 ADD 1 TO WS-RUN-COUNT
                 MOVE WS-EXEC-KEY TO WS-RUN-KEY(WS-RUN-COUNT)
      *       dataset override resolved, so the feed checked is the
      *       feed the step is actually about to read (request 028).
              PERFORM GATE-STEP-INTAKE
              IF WS-STEP-RC < 8
                 PERFORM GATE-STEP-YEAR
              END-IF
              IF WS-STEP-RC >= 8
                 MOVE WS-EXEC-KEY TO WS-CUR-KEY
                 MOVE ZERO TO WS-CUR-ANSWER
           EVALUATE WS-EXEC-KEY
                 WHEN 'ELFAGG'
                    PERFORM RUN-DAY1-AGGREGATE
                 WHEN 'ELFSCRN'
                    PERFORM RUN-DAY1-SCREEN
                 WHEN 'DAY1P1'
                    PERFORM RUN-DAY1-PART1
                 WHEN 'DAY1VER'
                    PERFORM RUN-DAY4-PART1
                 WHEN 'DAY5P1'
                    PERFORM RUN-DAY5-PART1
                 WHEN 'DAY5P2'
                    PERFORM RUN-DAY5-PART2
                 WHEN 'DAY6P1'
                    PERFORM RUN-DAY6-PART1
                 WHEN OTHER
                    DISPLAY 'UNKNOWN PLAN PROGRAM KEY: ' WS-EXEC-KEY
                    MOVE WS-EXEC-KEY TO WS-CUR-KEY
       ARCHIVE-CYCLE-FEEDS.
           MOVE WS-EVENT-YEAR TO WS-ARC-YEAR.
           PERFORM VARYING WS-ARC-IX FROM 1 BY 1
              UNTIL WS-ARC-IX > 6
              EVALUATE WS-ARC-IX
                 WHEN 1
                    MOVE WS-DAY1-INPUT TO WS-ARC-FEED
                 WHEN 4
                    MOVE WS-DAY4-INPUT TO WS-ARC-FEED
                    MOVE 'DAY4IN' TO WS-ARC-KEY
                 WHEN 5
                    MOVE WS-DAY5-INPUT TO WS-ARC-FEED
                    MOVE 'DAY5IN' TO WS-ARC-KEY
                 WHEN OTHER
                    MOVE WS-DAY6-INPUT TO WS-ARC-FEED
                    MOVE 'DAY6IN' TO WS-ARC-KEY
              END-EVALUATE
              PERFORM ARCHIVE-ONE-FEED
           END-PERFORM.
                 MOVE 5 TO WS-ARC-DAY
                 MOVE 1 TO WS-ARC-PART
                 MOVE WS-DAY5P1-OUTPUT TO WS-ARC-SOURCE
              WHEN 'DAY5P2'
                 MOVE 5 TO WS-ARC-DAY
                 MOVE 2 TO WS-ARC-PART
                 MOVE WS-DAY5P2-OUTPUT TO WS-ARC-SOURCE
              WHEN 'DAY6P1'
                 MOVE 6 TO WS-ARC-DAY
                 MOVE 1 TO WS-ARC-PART
                 MOVE WS-DAY6P1-OUTPUT TO WS-ARC-SOURCE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
              MOVE WS-DAY4P2-OUTPUT TO WS-ARC-SOURCE
              PERFORM LINK-ONE-GENERATION
           END-IF.
      *    DAY_6-PROGRAM likewise publishes its start-of-message
      *    generation in the same call as the start-of-packet one.
           IF WS-ARC-KEY = 'DAY6P1'
              MOVE 'DAY6P2' TO WS-ARC-KEY
              MOVE 6 TO WS-ARC-DAY
              MOVE 2 TO WS-ARC-PART
              MOVE WS-DAY6P2-OUTPUT TO WS-ARC-SOURCE
              PERFORM LINK-ONE-GENERATION
           END-IF.

       LINK-ONE-GENERATION.
           PERFORM FIND-NEWEST-GENERATION.
           MOVE 'ELFAGG' TO WS-CUR-KEY.
           MOVE ZERO TO WS-CUR-ANSWER.

      **----------------------------------------------------------------
      *    Screen the Day-1 feed for outlying calorie entries and elf
      *    totals. The screen hands its screened copy of the work file
      *    back as ELF_TOTALS_DATASET, so the Day-1 answer steps that
      *    follow answer from it; a hard failure leaves the
      *    aggregation's own work file in force.
      **----------------------------------------------------------------
       RUN-DAY1-SCREEN.
           DISPLAY 'INPUT_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-DAY1-INPUT UPON ENVIRONMENT-VALUE.
           DISPLAY 'ELF_SCREENED_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-ELF-SCREENED-WORK UPON ENVIRONMENT-VALUE.
           DISPLAY 'OUTPUT_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-ELF-SCREENED-WORK UPON ENVIRONMENT-VALUE.
           DISPLAY 'REJECT_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-ELFSCRN-REJECT UPON ENVIRONMENT-VALUE.
           PERFORM CALL-ELF-SCREEN.
           IF WS-STEP-RC < 8
              MOVE 'Y' TO WS-DAY1-SCREENED
           ELSE
              DISPLAY 'ELF_TOTALS_DATASET' UPON ENVIRONMENT-NAME
              DISPLAY WS-ELF-TOTALS-WORK UPON ENVIRONMENT-VALUE
           END-IF.
           MOVE 'ELFSCRN' TO WS-CUR-KEY.
           MOVE ZERO TO WS-CUR-ANSWER.

      **----------------------------------------------------------------
      *    Point DAY_1-PROGRAM at its own input/output/reject datasets
      *    via the environment, call it, then read its answer back the
           PERFORM CALL-DAY1-VERIFY.
           MOVE 'DAY1VER' TO WS-CUR-KEY.
           MOVE ZERO TO WS-CUR-ANSWER.
      *    The verifier was pointed at the unscreened work file; put
      *    the screened copy back for the answer steps that follow
      *    when the screen has already run this cycle.
           IF WS-DAY1-SCREENED = 'Y'
              DISPLAY 'ELF_TOTALS_DATASET' UPON ENVIRONMENT-NAME
              DISPLAY WS-ELF-SCREENED-WORK UPON ENVIRONMENT-VALUE
           END-IF.

      **----------------------------------------------------------------
      *    Same pattern for DAY_1_P1-PROGRAM (the top-N ranking part).
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DAY5_TOP_CRATES'.
           DISPLAY 'DAY5P1 TOP OF STACKS ' FUNCTION TRIM(WS-ENV-VALUE).

      *    DAY_5_P2-PROGRAM reads the same crate feed as Part-1 and
      *    hands back its answers under DAY5P2_-prefixed names, so the
      *    two Day-5 steps can run in one cycle without one's answer
      *    masking the other's.
       RUN-DAY5-PART2.
           DISPLAY 'INPUT_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-DAY5-INPUT UPON ENVIRONMENT-VALUE.
           DISPLAY 'OUTPUT_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-DAY5P2-OUTPUT UPON ENVIRONMENT-VALUE.
           DISPLAY 'REJECT_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-DAY5P2-REJECT UPON ENVIRONMENT-VALUE.
           PERFORM CALL-DAY5-PART2.
           MOVE 'DAY5P2' TO WS-CUR-KEY.
           ACCEPT WS-CUR-ANSWER FROM ENVIRONMENT 'DAY5P2_MOVES_APPLIED'.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DAY5P2_TOP_CRATES'.
           DISPLAY 'DAY5P2 TOP OF STACKS ' FUNCTION TRIM(WS-ENV-VALUE).

      *    DAY_6-PROGRAM answers both markers off one pass over the
      *    signal stream: the start-of-packet position is the step's
      *    answer, and the start-of-message position - published as
      *    its own Day-6 Part-2 generation - is surfaced on the
      *    console, the same way DAY4P1 carries the overlap count.
       RUN-DAY6-PART1.
           DISPLAY 'INPUT_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-DAY6-INPUT UPON ENVIRONMENT-VALUE.
           DISPLAY 'OUTPUT_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-DAY6P1-OUTPUT UPON ENVIRONMENT-VALUE.
           DISPLAY 'REJECT_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-DAY6P1-REJECT UPON ENVIRONMENT-VALUE.
           DISPLAY 'DAY6P2_OUTPUT_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-DAY6P2-OUTPUT UPON ENVIRONMENT-VALUE.
           PERFORM CALL-DAY6-PART1.
           MOVE 'DAY6P1' TO WS-CUR-KEY.
           ACCEPT WS-CUR-ANSWER FROM ENVIRONMENT 'DAY6_PACKET_MARKER'.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DAY6_MESSAGE_MARKER'.
           DISPLAY 'DAY6P1 START-OF-MESSAGE MARKER '
              FUNCTION TRIM(WS-ENV-VALUE).

      **----------------------------------------------------------------
      *    One CALL paragraph per program so every call site captures
      *    the step return code the same way: an unresolvable module
           END-CALL.
           PERFORM CAPTURE-STEP-RC.

       CALL-ELF-SCREEN.
           CALL 'ELF-SCREEN-PROGRAM'
              ON EXCEPTION
                 MOVE 12 TO WS-STEP-RC
           END-CALL.
           PERFORM CAPTURE-STEP-RC.

       CALL-DAY1-PART1.
           CALL 'DAY_1-PROGRAM'
              ON EXCEPTION
           END-CALL.
           PERFORM CAPTURE-STEP-RC.

       CALL-DAY5-PART2.
           CALL 'DAY_5_P2-PROGRAM'
              ON EXCEPTION
                 MOVE 12 TO WS-STEP-RC
           END-CALL.
           PERFORM CAPTURE-STEP-RC.

       CALL-DAY6-PART1.
           CALL 'DAY_6-PROGRAM'
              ON EXCEPTION
                 MOVE 12 TO WS-STEP-RC
           END-CALL.
           PERFORM CAPTURE-STEP-RC.

       CAPTURE-STEP-RC.
           IF WS-STEP-RC = ZERO AND RETURN-CODE NOT = ZERO
              MOVE RETURN-CODE TO WS-STEP-RC

      **----------------------------------------------------------------
           COPY "RUNLWRIT.cpy".
      **----------------------------------------------------------------
           COPY "YCLCHECK.cpy".
