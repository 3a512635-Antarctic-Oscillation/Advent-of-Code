      ******************************************************************
      **                IDENTIFICATION DIVISION                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY4-REASSIGN-PROGRAM.

      ******************************************************************
      **  Day-4 cleanup reassignment proposal. DAY_4-PROGRAM counts    *
      **  the fully-contained and overlapping pairs and                *
      **  DAY4-STATISTICS-PROGRAM reports the contested and            *
      **  unassigned sections; this program turns those findings into  *
      **  a work order (WRKREC.cpy) the camp leads can act on:         *
      **    - each pair's two ranges merged into non-overlapping       *
      **      sweeps (one sweep when they overlap or touch);           *
      **    - every elf whose range the partner's range wholly covers  *
      **      named free to reassign (elf 2 when the ranges are        *
      **      equal - one of the two still has to sweep);              *
      **    - each freed elf, in feed order, proposed onto the         *
      **      nearest gap still open - a run of sections in the        *
      **      assigned span nobody is assigned to clean - and left on  *
      **      STANDBY once the gaps run out;                           *
      **    - section totals before and after the proposal.            *
      **                                                               *
      **  Two passes over the feed: the first builds section coverage  *
      **  and the gap table, the second writes the work order pair by  *
      **  pair, so the feed size is not bounded by a pair table. Pairs *
      **  are parsed under PARSE-ASSIGNMENT-PAIR's strict shape; a     *
      **  line DAY_4-PROGRAM would reject is counted malformed and     *
      **  left out. Same report conventions as DAY4-STATISTICS-        *
      **  PROGRAM: RECLAY.cpy input, 1000-section coverage table,      *
      **  console summary, no generation suffix and no ledger append.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT INPUT-FILE ASSIGN DYNAMIC WS-INPUT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

          SELECT WORK-ORDER-FILE ASSIGN DYNAMIC WS-WORK-ORDER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
          COPY "RECLAY.cpy".

       FD WORK-ORDER-FILE.
          COPY "WRKREC.cpy".

       WORKING-STORAGE SECTION.
          COPY "DSNPARM.cpy".
       01 WS-WORK-ORDER-DATASET   PIC X(80) VALUE 'day4workorder.txt'.
       01 EOF                     PIC X     VALUE 'N'.
       01 LINE-NUM                PIC 9(6)  VALUE ZERO.
       01 WS-PAIR-COUNT           PIC 9(6)  VALUE ZERO.
       01 WS-MALFORMED-COUNT      PIC 9(6)  VALUE ZERO.

      *    Day-4 range-parsing scratch fields, same shapes as
      *    DAY_4-PROGRAM.
       01 RANGE-1-TEXT            PIC X(20).
       01 RANGE-2-TEXT            PIC X(20).
       01 RANGE-EXTRA-TEXT        PIC X(20).
       01 BOUND-1-TEXT            PIC X(10).
       01 BOUND-2-TEXT            PIC X(10).
       01 BOUND-3-TEXT            PIC X(10).
       01 RANGE-1-LO              PIC 9(9).
       01 RANGE-1-HI              PIC 9(9).
       01 RANGE-2-LO              PIC 9(9).
       01 RANGE-2-HI              PIC 9(9).
       01 PAIR-VALID              PIC X     VALUE 'N'.

      *    Section coverage, one slot per section ID up to 1000 as in
      *    DAY4-STATISTICS-PROGRAM. Sections past the table are
      *    counted but take no part in the gap search.
       01 WS-SECTION-STATS.
          05 WS-SEC-ASSIGNED OCCURS 1000 TIMES PIC 9(9).
       01 WS-OVER-TABLE-COUNT     PIC 9(9)  VALUE ZERO.
       01 WS-MAX-SECTION          PIC 9(4)  VALUE ZERO.
       01 WS-THIS-SECTION         PIC 9(9)  VALUE ZERO.
       01 WS-RANGE-HI             PIC 9(9)  VALUE ZERO.

      *    The open gaps - maximal runs of unassigned sections inside
      *    1 through the highest section assigned. No run can be
      *    shorter than one section with an assigned one after it,
      *    so 500 gaps cover the whole 1000-section table.
       01 WS-GAP-COUNT            PIC 9(4)  VALUE ZERO.
       01 WS-GAP-TABLE.
          05 WS-GAP OCCURS 500 TIMES.
             10 WS-GAP-LO         PIC 9(9).
             10 WS-GAP-HI         PIC 9(9).
             10 WS-GAP-FILLED     PIC X.
       01 WS-GAP-IX               PIC 9(4).
       01 WS-BEST-GAP             PIC 9(4).
       01 WS-BEST-DISTANCE        PIC 9(9).
       01 WS-THIS-DISTANCE        PIC 9(9).

      *    The sweep being written: elf 1 or 2, or 0 for a merged one.
       01 WS-SWEEP-ELF            PIC 9.
       01 WS-SWEEP-LO             PIC 9(9).
       01 WS-SWEEP-HI             PIC 9(9).

      *    The freed elf of the pair in hand and the partner whose
      *    range covers it.
       01 WS-FREE-ELF             PIC 9.
       01 WS-FREE-LO              PIC 9(9).
       01 WS-FREE-HI              PIC 9(9).
       01 WS-KEEP-LO              PIC 9(9).
       01 WS-KEEP-HI              PIC 9(9).

      *    Totals either side of the proposal. Section load is the
      *    sum of every assigned range's width (sections swept,
      *    counting repeats); covered counts each section once;
      *    redundant load is the difference.
       01 WS-BEFORE-ELVES         PIC 9(6)  VALUE ZERO.
       01 WS-BEFORE-LOAD          PIC 9(9)  VALUE ZERO.
       01 WS-BEFORE-COVERED       PIC 9(9)  VALUE ZERO.
       01 WS-BEFORE-OPEN          PIC 9(9)  VALUE ZERO.
       01 WS-AFTER-ELVES          PIC 9(6)  VALUE ZERO.
       01 WS-AFTER-LOAD           PIC 9(9)  VALUE ZERO.
       01 WS-AFTER-COVERED        PIC 9(9)  VALUE ZERO.
       01 WS-AFTER-OPEN           PIC 9(9)  VALUE ZERO.
       01 WS-FREED-COUNT          PIC 9(6)  VALUE ZERO.
       01 WS-REASSIGNED-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-STANDBY-COUNT        PIC 9(6)  VALUE ZERO.
       01 WS-UNFILLED-COUNT       PIC 9(4)  VALUE ZERO.
       01 I                       PIC 9(4).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-DATASET-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'DAY4_WORK_ORDER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-WORK-ORDER-DATASET
           END-IF.
           MOVE ZEROS TO WS-SECTION-STATS.
           OPEN INPUT INPUT-FILE.
           PERFORM UNTIL EOF = 'Y'
               READ INPUT-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO LINE-NUM
                       PERFORM COVER-LINE
               END-READ
           END-PERFORM.
           CLOSE INPUT-FILE.
           PERFORM BUILD-GAP-TABLE.
           MOVE WS-BEFORE-ELVES TO WS-AFTER-ELVES.
           MOVE WS-BEFORE-LOAD TO WS-AFTER-LOAD.
           MOVE WS-BEFORE-COVERED TO WS-AFTER-COVERED.
           MOVE WS-BEFORE-OPEN TO WS-AFTER-OPEN.

           MOVE 'N' TO EOF.
           MOVE ZERO TO LINE-NUM.
           OPEN INPUT INPUT-FILE
                OUTPUT WORK-ORDER-FILE.
           PERFORM UNTIL EOF = 'Y'
               READ INPUT-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO LINE-NUM
                       PERFORM PLAN-LINE
               END-READ
           END-PERFORM.
           PERFORM WRITE-UNFILLED-GAPS.
           PERFORM WRITE-WORK-ORDER-TOTALS.
           CLOSE INPUT-FILE
                 WORK-ORDER-FILE.
           DISPLAY WS-PAIR-COUNT ' PAIRS, ' WS-FREED-COUNT
              ' ELVES FREED, ' WS-REASSIGNED-COUNT ' REASSIGNED, '
              WS-STANDBY-COUNT ' ON STANDBY - SEE '
              FUNCTION TRIM(WS-WORK-ORDER-DATASET).
           DISPLAY 'OPEN SECTIONS BEFORE ' WS-BEFORE-OPEN
              ' AFTER ' WS-AFTER-OPEN.
           STOP RUN.

      **----------------------------------------------------------------
      *    First pass: section coverage and the before totals.
      **----------------------------------------------------------------
       COVER-LINE.
           IF LINE-CONTENT NOT EQUAL SPACES
              PERFORM PARSE-ASSIGNMENT-PAIR
              IF PAIR-VALID = 'Y'
                 ADD 1 TO WS-PAIR-COUNT
                 ADD 2 TO WS-BEFORE-ELVES
                 COMPUTE WS-BEFORE-LOAD = WS-BEFORE-LOAD
                    + RANGE-1-HI - RANGE-1-LO + 1
                    + RANGE-2-HI - RANGE-2-LO + 1
                 MOVE RANGE-1-LO TO WS-THIS-SECTION
                 MOVE RANGE-1-HI TO WS-RANGE-HI
                 PERFORM TALLY-ASSIGNED-RANGE
                 MOVE RANGE-2-LO TO WS-THIS-SECTION
                 MOVE RANGE-2-HI TO WS-RANGE-HI
                 PERFORM TALLY-ASSIGNED-RANGE
              ELSE
                 ADD 1 TO WS-MALFORMED-COUNT
              END-IF
           END-IF.

      *    WS-THIS-SECTION holds the range's low bound on entry and
      *    walks to WS-RANGE-HI; sections past the table are tallied
      *    as over-table rather than dropped silently.
       TALLY-ASSIGNED-RANGE.
           PERFORM UNTIL WS-THIS-SECTION > WS-RANGE-HI
              IF WS-THIS-SECTION >= 1 AND WS-THIS-SECTION <= 1000
                 ADD 1 TO WS-SEC-ASSIGNED(WS-THIS-SECTION)
                 IF WS-THIS-SECTION > WS-MAX-SECTION
                    MOVE WS-THIS-SECTION TO WS-MAX-SECTION
                 END-IF
              ELSE
                 ADD 1 TO WS-OVER-TABLE-COUNT
              END-IF
              ADD 1 TO WS-THIS-SECTION
           END-PERFORM.

      **----------------------------------------------------------------
      *    The gaps, lowest first - the same holes
      *    DAY4-STATISTICS-PROGRAM lists one section at a time,
      *    gathered into runs so each can be handed to one elf.
      **----------------------------------------------------------------
       BUILD-GAP-TABLE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MAX-SECTION
              IF WS-SEC-ASSIGNED(I) = ZERO
                 ADD 1 TO WS-BEFORE-OPEN
                 IF WS-GAP-COUNT > ZERO
                    AND WS-GAP-HI(WS-GAP-COUNT) = I - 1
                    MOVE I TO WS-GAP-HI(WS-GAP-COUNT)
                 ELSE
                    ADD 1 TO WS-GAP-COUNT
                    MOVE I TO WS-GAP-LO(WS-GAP-COUNT)
                    MOVE I TO WS-GAP-HI(WS-GAP-COUNT)
                    MOVE 'N' TO WS-GAP-FILLED(WS-GAP-COUNT)
                 END-IF
              ELSE
                 ADD 1 TO WS-BEFORE-COVERED
              END-IF
           END-PERFORM.

      **----------------------------------------------------------------
      *    Second pass: the pair's sweep(s), then - if one elf's
      *    range lies wholly inside the partner's - that elf freed
      *    and proposed onto the nearest open gap.
      **----------------------------------------------------------------
       PLAN-LINE.
           IF LINE-CONTENT NOT EQUAL SPACES
              PERFORM PARSE-ASSIGNMENT-PAIR
              IF PAIR-VALID = 'Y'
                 PERFORM WRITE-PAIR-SWEEPS
                 PERFORM FIND-FREE-ELF
                 IF WS-FREE-ELF > ZERO
                    PERFORM WRITE-FREE-ORDER
                    PERFORM PROPOSE-REASSIGNMENT
                 END-IF
              END-IF
           END-IF.

      *    Ranges that overlap or sit end to end merge into a single
      *    sweep; otherwise each elf keeps a sweep of its own.
       WRITE-PAIR-SWEEPS.
           IF RANGE-1-LO <= RANGE-2-HI + 1
              AND RANGE-2-LO <= RANGE-1-HI + 1
              MOVE 0 TO WS-SWEEP-ELF
              IF RANGE-1-LO < RANGE-2-LO
                 MOVE RANGE-1-LO TO WS-SWEEP-LO
              ELSE
                 MOVE RANGE-2-LO TO WS-SWEEP-LO
              END-IF
              IF RANGE-1-HI > RANGE-2-HI
                 MOVE RANGE-1-HI TO WS-SWEEP-HI
              ELSE
                 MOVE RANGE-2-HI TO WS-SWEEP-HI
              END-IF
              MOVE 'ONE SWEEP COVERS BOTH RANGES' TO WRK-NOTE
              PERFORM WRITE-SWEEP-ORDER
           ELSE
              MOVE 1 TO WS-SWEEP-ELF
              MOVE RANGE-1-LO TO WS-SWEEP-LO
              MOVE RANGE-1-HI TO WS-SWEEP-HI
              MOVE 'SEPARATE SWEEP' TO WRK-NOTE
              PERFORM WRITE-SWEEP-ORDER
              MOVE 2 TO WS-SWEEP-ELF
              MOVE RANGE-2-LO TO WS-SWEEP-LO
              MOVE RANGE-2-HI TO WS-SWEEP-HI
              MOVE 'SEPARATE SWEEP' TO WRK-NOTE
              PERFORM WRITE-SWEEP-ORDER
           END-IF.

       WRITE-SWEEP-ORDER.
           MOVE 'SWEEP' TO WRK-ACTION.
           MOVE LINE-NUM TO WRK-LINE-NUM.
           MOVE WS-SWEEP-ELF TO WRK-ELF.
           MOVE ZERO TO WRK-FROM-LO WRK-FROM-HI WRK-DISTANCE.
           MOVE WS-SWEEP-LO TO WRK-TO-LO.
           MOVE WS-SWEEP-HI TO WRK-TO-HI.
           PERFORM WRITE-WORK-ORDER.

      *    The same containment test COUNT-PAIR applies, settling
      *    which of the two is the one to free.
       FIND-FREE-ELF.
           MOVE ZERO TO WS-FREE-ELF.
           EVALUATE TRUE
              WHEN RANGE-1-LO <= RANGE-2-LO
                 AND RANGE-1-HI >= RANGE-2-HI
                 MOVE 2 TO WS-FREE-ELF
                 MOVE RANGE-2-LO TO WS-FREE-LO
                 MOVE RANGE-2-HI TO WS-FREE-HI
                 MOVE RANGE-1-LO TO WS-KEEP-LO
                 MOVE RANGE-1-HI TO WS-KEEP-HI
              WHEN RANGE-2-LO <= RANGE-1-LO
                 AND RANGE-2-HI >= RANGE-1-HI
                 MOVE 1 TO WS-FREE-ELF
                 MOVE RANGE-1-LO TO WS-FREE-LO
                 MOVE RANGE-1-HI TO WS-FREE-HI
                 MOVE RANGE-2-LO TO WS-KEEP-LO
                 MOVE RANGE-2-HI TO WS-KEEP-HI
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       WRITE-FREE-ORDER.
           ADD 1 TO WS-FREED-COUNT.
           MOVE 'FREE' TO WRK-ACTION.
           MOVE LINE-NUM TO WRK-LINE-NUM.
           MOVE WS-FREE-ELF TO WRK-ELF.
           MOVE WS-FREE-LO TO WRK-FROM-LO.
           MOVE WS-FREE-HI TO WRK-FROM-HI.
           MOVE WS-KEEP-LO TO WRK-TO-LO.
           MOVE WS-KEEP-HI TO WRK-TO-HI.
           MOVE ZERO TO WRK-DISTANCE.
           MOVE 'RANGE COVERED BY PARTNER' TO WRK-NOTE.
           PERFORM WRITE-WORK-ORDER.

      **----------------------------------------------------------------
      *    Nearest open gap to the freed elf's old range - measured
      *    bound to bound, in section numbers - lowest gap on a tie.
      *    The freed range's sections stay covered by the partner, so
      *    only the gap's sections change the after totals.
      **----------------------------------------------------------------
       PROPOSE-REASSIGNMENT.
           MOVE ZERO TO WS-BEST-GAP.
           MOVE 999999999 TO WS-BEST-DISTANCE.
           PERFORM VARYING WS-GAP-IX FROM 1 BY 1
              UNTIL WS-GAP-IX > WS-GAP-COUNT
              IF WS-GAP-FILLED(WS-GAP-IX) = 'N'
                 PERFORM MEASURE-GAP-DISTANCE
                 IF WS-THIS-DISTANCE < WS-BEST-DISTANCE
                    MOVE WS-THIS-DISTANCE TO WS-BEST-DISTANCE
                    MOVE WS-GAP-IX TO WS-BEST-GAP
                 END-IF
              END-IF
           END-PERFORM.
           MOVE LINE-NUM TO WRK-LINE-NUM.
           MOVE WS-FREE-ELF TO WRK-ELF.
           MOVE WS-FREE-LO TO WRK-FROM-LO.
           MOVE WS-FREE-HI TO WRK-FROM-HI.
           IF WS-BEST-GAP > ZERO
              MOVE 'Y' TO WS-GAP-FILLED(WS-BEST-GAP)
              ADD 1 TO WS-REASSIGNED-COUNT
              COMPUTE WS-AFTER-LOAD = WS-AFTER-LOAD
                 - (WS-FREE-HI - WS-FREE-LO + 1)
                 + (WS-GAP-HI(WS-BEST-GAP) - WS-GAP-LO(WS-BEST-GAP)
                    + 1)
              COMPUTE WS-AFTER-COVERED = WS-AFTER-COVERED
                 + WS-GAP-HI(WS-BEST-GAP) - WS-GAP-LO(WS-BEST-GAP)
                 + 1
              COMPUTE WS-AFTER-OPEN = WS-AFTER-OPEN
                 - (WS-GAP-HI(WS-BEST-GAP) - WS-GAP-LO(WS-BEST-GAP)
                    + 1)
              MOVE 'REASSIGN' TO WRK-ACTION
              MOVE WS-GAP-LO(WS-BEST-GAP) TO WRK-TO-LO
              MOVE WS-GAP-HI(WS-BEST-GAP) TO WRK-TO-HI
              MOVE WS-BEST-DISTANCE TO WRK-DISTANCE
              MOVE 'NEAREST OPEN GAP' TO WRK-NOTE
           ELSE
              ADD 1 TO WS-STANDBY-COUNT
              SUBTRACT 1 FROM WS-AFTER-ELVES
              COMPUTE WS-AFTER-LOAD = WS-AFTER-LOAD
                 - (WS-FREE-HI - WS-FREE-LO + 1)
              MOVE 'STANDBY' TO WRK-ACTION
              MOVE ZERO TO WRK-TO-LO WRK-TO-HI WRK-DISTANCE
              MOVE 'NO OPEN GAP LEFT' TO WRK-NOTE
           END-IF.
           PERFORM WRITE-WORK-ORDER.

       MEASURE-GAP-DISTANCE.
           EVALUATE TRUE
              WHEN WS-GAP-LO(WS-GAP-IX) > WS-FREE-HI
                 COMPUTE WS-THIS-DISTANCE =
                    WS-GAP-LO(WS-GAP-IX) - WS-FREE-HI
              WHEN WS-GAP-HI(WS-GAP-IX) < WS-FREE-LO
                 COMPUTE WS-THIS-DISTANCE =
                    WS-FREE-LO - WS-GAP-HI(WS-GAP-IX)
              WHEN OTHER
                 MOVE ZERO TO WS-THIS-DISTANCE
           END-EVALUATE.

       WRITE-UNFILLED-GAPS.
           PERFORM VARYING WS-GAP-IX FROM 1 BY 1
              UNTIL WS-GAP-IX > WS-GAP-COUNT
              IF WS-GAP-FILLED(WS-GAP-IX) = 'N'
                 ADD 1 TO WS-UNFILLED-COUNT
                 MOVE 'UNFILLED' TO WRK-ACTION
                 MOVE ZERO TO WRK-LINE-NUM WRK-ELF WRK-FROM-LO
                              WRK-FROM-HI WRK-DISTANCE
                 MOVE WS-GAP-LO(WS-GAP-IX) TO WRK-TO-LO
                 MOVE WS-GAP-HI(WS-GAP-IX) TO WRK-TO-HI
                 MOVE 'NO FREED ELF LEFT FOR THIS GAP' TO WRK-NOTE
                 PERFORM WRITE-WORK-ORDER
              END-IF
           END-PERFORM.

       WRITE-WORK-ORDER.
           MOVE SPACE TO WRK-SEP-1 WRK-SEP-2 WRK-SEP-3 WRK-SEP-4
                         WRK-SEP-5 WRK-SEP-6 WRK-SEP-7 WRK-SEP-8.
           WRITE WORK-ORDER-RECORD.

      **----------------------------------------------------------------
      *    BEFORE and AFTER totals close the work order. Sections
      *    over the coverage table are left out of both, and noted on
      *    the console so the totals aren't read as the whole camp.
      **----------------------------------------------------------------
       WRITE-WORK-ORDER-TOTALS.
           MOVE 'BEFORE' TO WTT-ACTION.
           MOVE WS-BEFORE-ELVES TO WTT-ELVES-ASSIGNED.
           MOVE WS-BEFORE-LOAD TO WTT-SECTION-LOAD.
           MOVE WS-BEFORE-COVERED TO WTT-SECTIONS-COVERED.
           MOVE WS-BEFORE-OPEN TO WTT-SECTIONS-OPEN.
           COMPUTE WTT-REDUNDANT-LOAD =
              WS-BEFORE-LOAD - WS-OVER-TABLE-COUNT - WS-BEFORE-COVERED.
           PERFORM WRITE-TOTALS-RECORD.
           MOVE 'AFTER' TO WTT-ACTION.
           MOVE WS-AFTER-ELVES TO WTT-ELVES-ASSIGNED.
           MOVE WS-AFTER-LOAD TO WTT-SECTION-LOAD.
           MOVE WS-AFTER-COVERED TO WTT-SECTIONS-COVERED.
           MOVE WS-AFTER-OPEN TO WTT-SECTIONS-OPEN.
           COMPUTE WTT-REDUNDANT-LOAD =
              WS-AFTER-LOAD - WS-OVER-TABLE-COUNT - WS-AFTER-COVERED.
           PERFORM WRITE-TOTALS-RECORD.
           IF WS-OVER-TABLE-COUNT > ZERO
              DISPLAY 'SECTION IDS OVER THE 1000-SLOT TABLE: '
                 WS-OVER-TABLE-COUNT ' ASSIGNMENTS NOT PLANNED'
           END-IF.

       WRITE-TOTALS-RECORD.
           MOVE WS-PAIR-COUNT TO WTT-PAIRS.
           MOVE WS-MAX-SECTION TO WTT-SPAN-HI.
           MOVE SPACE TO WTT-SEP-1 WTT-SEP-2 WTT-SEP-3 WTT-SEP-4
                         WTT-SEP-5 WTT-SEP-6 WTT-SEP-7.
           WRITE WORK-TOTALS-RECORD.

      **----------------------------------------------------------------
      *    PARSE-ASSIGNMENT-PAIR's strict shape, as in
      *    DAY4-STATISTICS-PROGRAM, plus a range written high bound
      *    first - it has no width to sweep or reassign.
      **----------------------------------------------------------------
       PARSE-ASSIGNMENT-PAIR.
           MOVE 'N' TO PAIR-VALID.
           MOVE SPACES TO RANGE-1-TEXT RANGE-2-TEXT
              RANGE-EXTRA-TEXT.
           UNSTRING LINE-CONTENT DELIMITED BY ','
              INTO RANGE-1-TEXT RANGE-2-TEXT RANGE-EXTRA-TEXT.
           IF RANGE-1-TEXT NOT EQUAL SPACES
              AND RANGE-2-TEXT NOT EQUAL SPACES
              AND RANGE-EXTRA-TEXT = SPACES
              PERFORM PARSE-RANGE-1
              IF PAIR-VALID = 'Y'
                 PERFORM PARSE-RANGE-2
              END-IF
           END-IF.
           IF PAIR-VALID = 'Y'
              AND (RANGE-1-LO > RANGE-1-HI OR RANGE-2-LO > RANGE-2-HI)
              MOVE 'N' TO PAIR-VALID
           END-IF.

       PARSE-RANGE-1.
           MOVE SPACES TO BOUND-1-TEXT BOUND-2-TEXT BOUND-3-TEXT.
           UNSTRING RANGE-1-TEXT DELIMITED BY '-'
              INTO BOUND-1-TEXT BOUND-2-TEXT BOUND-3-TEXT.
           IF BOUND-1-TEXT NOT EQUAL SPACES
              AND BOUND-2-TEXT NOT EQUAL SPACES
              AND BOUND-3-TEXT = SPACES
              AND FUNCTION TRIM(BOUND-1-TEXT) IS NUMERIC
              AND FUNCTION TRIM(BOUND-2-TEXT) IS NUMERIC
              COMPUTE RANGE-1-LO = FUNCTION NUMVAL(BOUND-1-TEXT)
              COMPUTE RANGE-1-HI = FUNCTION NUMVAL(BOUND-2-TEXT)
              MOVE 'Y' TO PAIR-VALID
           END-IF.

       PARSE-RANGE-2.
           MOVE SPACES TO BOUND-1-TEXT BOUND-2-TEXT BOUND-3-TEXT.
           UNSTRING RANGE-2-TEXT DELIMITED BY '-'
              INTO BOUND-1-TEXT BOUND-2-TEXT BOUND-3-TEXT.
           IF BOUND-1-TEXT NOT EQUAL SPACES
              AND BOUND-2-TEXT NOT EQUAL SPACES
              AND BOUND-3-TEXT = SPACES
              AND FUNCTION TRIM(BOUND-1-TEXT) IS NUMERIC
              AND FUNCTION TRIM(BOUND-2-TEXT) IS NUMERIC
              COMPUTE RANGE-2-LO = FUNCTION NUMVAL(BOUND-1-TEXT)
              COMPUTE RANGE-2-HI = FUNCTION NUMVAL(BOUND-2-TEXT)
           ELSE
              MOVE 'N' TO PAIR-VALID
           END-IF.

      **----------------------------------------------------------------
          COPY "RESOLVDS.cpy".
