      ******************************************************************
      **                IDENTIFICATION DIVISION                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELF-SCREEN-PROGRAM.

      ******************************************************************
      **  Calorie outlier screening for the Day-1 feed. The            *
      **  pre-edit and the aggregation reject only lines that are      *
      **  structurally bad, so a snack keyed as 600000 instead of      *
      **  6000 passes both and can quietly move an elf into the top    *
      **  three. This step runs after ELF-AGGREGATE-PROGRAM and        *
      **  screens the same feed, under the same grouping and           *
      **  validation rules, at two levels:                             *
      **    1. each calorie entry against the spread of every entry    *
      **       in the feed;                                            *
      **    2. each elf's total (its unflagged entries) against the    *
      **       spread of every elf's total.                            *
      **  The spread is the interquartile range: a value below         *
      **  Q1 - k * IQR or above Q3 + k * IQR is an outlier, where k    *
      **  is CALORIE_OUTLIER_FACTOR (default 3, decimals allowed -     *
      **  lower is stricter). Quartiles come off a SORT of the         *
      **  values, so there is no table ceiling on the feed size. A     *
      **  level with fewer than four values has no usable spread and   *
      **  is not screened. An elf total of zero is never an outlier.   *
      **                                                               *
      **  Flagged lines go to the reject dataset in the EXCREC.cpy     *
      **  layout every structural reject uses - an outlying entry as   *
      **  CALORIE ENTRY OUTLIER, every other entry of an outlying elf  *
      **  as ELF TOTAL OUTLIER - carrying the original line and the    *
      **  feed's name, so REPAIR-PROGRAM and BROWSE-PROGRAM handle     *
      **  them like any other reject: corrected through the            *
      **  corrections file, accepted as entered (browse V), or         *
      **  written off (browse A).                                      *
      **                                                               *
      **  The screened work file (ELF_SCREENED_DATASET, default        *
      **  elfscreened.txt) is the aggregation's work file with the     *
      **  flagged calories held out: one ELFREC.cpy record per elf,    *
      **  in feed order, an outlying elf carried at zero. Its name is  *
      **  handed back as ELF_TOTALS_DATASET, so the Day-1 answer       *
      **  steps that follow answer from the screened totals. The       *
      **  per-elf net totals pass through ELF_SCREEN_WORK_DATASET      *
      **  (default elfscreen.wrk), overwritten every run.              *
      **                                                               *
      **  Anything flagged lifts a clean run to severity W (return     *
      **  code 4), so the answers are not trusted until the flagged    *
      **  lines have been through the repair cycle.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT INPUT-FILE ASSIGN DYNAMIC WS-INPUT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-INPUT-STATUS.

              SELECT OUTPUT-FILE ASSIGN DYNAMIC WS-OUTPUT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

              SELECT REJECT-FILE ASSIGN DYNAMIC WS-REJECT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

              SELECT NET-WORK-FILE ASSIGN DYNAMIC WS-NET-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-NET-WORK-STATUS.

              SELECT ENTRY-SORT-FILE ASSIGN TO SORTWK01.

              SELECT ELF-SORT-FILE ASSIGN TO SORTWK02.

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

              SELECT RUN-LOCK-FILE
                 ASSIGN DYNAMIC WS-RUN-LOCK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-RUN-LOCK-STATUS.
      ******************************************************************
      **                    DATA DIVISION                             **
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
          FD INPUT-FILE.
             COPY "RECLAY.cpy".

          FD OUTPUT-FILE.
             COPY "ELFREC.cpy".
             COPY "HDRREC.cpy".
             COPY "CTLREC.cpy".

          FD REJECT-FILE.
             COPY "EXCREC.cpy".

      *    One record per elf, in the order the aggregation writes
      *    them: the elf's number, its gross total (every valid
      *    entry) and its net total (the entries the entry-level
      *    screen let through).
          FD NET-WORK-FILE.
          01 NET-WORK-RECORD.
             05 NET-ELF-NUM         PIC 9(5).
             05 NET-SEP-1           PIC X.
             05 NET-GROSS-TOTAL     PIC 9(15).
             05 NET-SEP-2           PIC X.
             05 NET-TOTAL           PIC 9(15).

          SD ENTRY-SORT-FILE.
          01 ENTRY-SORT-RECORD.
             05 ESR-VALUE           PIC 9(15).

          SD ELF-SORT-FILE.
          01 ELF-SORT-RECORD.
             05 XSR-TOTAL           PIC 9(15).

          FD RUN-LEDGER-FILE.
             COPY "RUNLREC.cpy".

          FD RUN-LOCK-FILE.
             COPY "LOCKREC.cpy".

       WORKING-STORAGE SECTION.
          COPY "DSNPARM.cpy".
          COPY "EXCPARM.cpy".
          COPY "HDRPARM.cpy".
          COPY "CTLPARM.cpy".
          COPY "SEVPARM.cpy".
          COPY "RUNLPARM.cpy".
          COPY "LCKPARM.cpy".
          COPY "DLMPARM.cpy".
       01 WS-INPUT-STATUS      PIC X(2)  VALUE SPACES.
       01 WS-NET-WORK-DATASET  PIC X(80) VALUE 'elfscreen.wrk'.
       01 WS-NET-WORK-STATUS   PIC X(2)  VALUE SPACES.
       01 LINE-CONTENT-NUM     PIC 9(15) VALUE ZERO.
       01 MAX-SUM              PIC 9(15) VALUE ZERO.
       01 ELF-COUNT            PIC 9(5)  VALUE ZERO.
       01 LINE-NUM             PIC 9(6)  VALUE ZERO.
       01 GROSS-SUM            PIC 9(15) VALUE ZERO.
       01 NET-SUM              PIC 9(15) VALUE ZERO.
       01 EOF                  PIC X     VALUE 'N'.
       01 NET-EOF              PIC X     VALUE 'N'.

      *    What PARSE-FEED-LINE made of the line in hand: S a classic
      *    elf separator, E a valid entry (value in LINE-CONTENT-NUM),
      *    I a delimited line whose elf ID counts toward the grouping
      *    but whose calorie value the aggregation rejected, X a line
      *    the aggregation rejected outright or ignores.
       01 WS-LINE-KIND         PIC X     VALUE SPACE.
       01 WS-ELF-CHANGED       PIC X     VALUE 'N'.

      *    The outlier factor and both levels' fences. A level whose
      *    screen is off flags nothing.
       01 WS-FACTOR-PARM       PIC X(10) VALUE SPACES.
       01 WS-OUTLIER-FACTOR    PIC 9(3)V99 VALUE 3.
       01 WS-SORT-COUNT        PIC 9(9)  VALUE ZERO.
       01 WS-SORT-POS          PIC 9(9)  VALUE ZERO.
       01 WS-Q1-POS            PIC 9(9)  VALUE ZERO.
       01 WS-Q3-POS            PIC 9(9)  VALUE ZERO.
       01 WS-Q1                PIC 9(15) VALUE ZERO.
       01 WS-Q3                PIC 9(15) VALUE ZERO.
       01 WS-SORT-EOF          PIC X     VALUE 'N'.
       01 WS-LOW-FENCE         PIC S9(17)V99 VALUE ZERO.
       01 WS-HIGH-FENCE        PIC S9(17)V99 VALUE ZERO.
       01 WS-SCREEN-ON         PIC X     VALUE 'N'.
       01 WS-ENTRY-COUNT       PIC 9(9)  VALUE ZERO.
       01 WS-ENTRY-SCREEN-ON   PIC X     VALUE 'N'.
       01 WS-ENTRY-Q1          PIC 9(15) VALUE ZERO.
       01 WS-ENTRY-Q3          PIC 9(15) VALUE ZERO.
       01 WS-ENTRY-LOW-FENCE   PIC S9(17)V99 VALUE ZERO.
       01 WS-ENTRY-HIGH-FENCE  PIC S9(17)V99 VALUE ZERO.
       01 WS-ELF-SORT-COUNT    PIC 9(9)  VALUE ZERO.
       01 WS-ELF-SCREEN-ON     PIC X     VALUE 'N'.
       01 WS-ELF-Q1            PIC 9(15) VALUE ZERO.
       01 WS-ELF-Q3            PIC 9(15) VALUE ZERO.
       01 WS-ELF-LOW-FENCE     PIC S9(17)V99 VALUE ZERO.
       01 WS-ELF-HIGH-FENCE    PIC S9(17)V99 VALUE ZERO.
       01 WS-FENCE-EDIT        PIC -(17)9.99.

      *    Screening state for the elf in hand during the final pass.
       01 WS-ENTRY-OUTLIER     PIC X     VALUE 'N'.
       01 WS-ELF-LOADED        PIC X     VALUE 'N'.
       01 WS-ELF-OUTLIER       PIC X     VALUE 'N'.
       01 WS-ENTRY-FLAG-COUNT  PIC 9(6)  VALUE ZERO.
       01 WS-ELF-FLAG-COUNT    PIC 9(5)  VALUE ZERO.
       01 WS-ELF-LINE-COUNT    PIC 9(6)  VALUE ZERO.

      ******************************************************************
      **                 PROCEDURE DIVISION                           **
      ******************************************************************
       PROCEDURE DIVISION.
      *    The screened work file's own name rides ELF_SCREENED_DATASET,
      *    falling back to the generic OUTPUT_DATASET resolution so the
      *    program also runs standalone; the reject default is its own
      *    so a standalone run never overwrites the aggregation's.
           MOVE 'elfscreened.txt' TO WS-OUTPUT-DATASET.
           MOVE 'elfscreen.rej' TO WS-REJECT-DATASET.
           PERFORM RESOLVE-DATASET-NAMES.
           PERFORM CHECK-RUN-LOCK.
           IF WS-LOCK-OK = 'N'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM RESOLVE-FEED-FORMAT.
           PERFORM RESOLVE-SCREEN-PARMS.
           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-STATUS NOT EQUAL '00'
              DISPLAY 'CALORIE FEED ' FUNCTION TRIM(WS-INPUT-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-INPUT-STATUS
              DISPLAY 'NO SCREENING PERFORMED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE INPUT-FILE.
           OPEN OUTPUT NET-WORK-FILE.
           IF WS-NET-WORK-STATUS NOT EQUAL '00'
              DISPLAY 'SCREEN WORK DATASET '
                 FUNCTION TRIM(WS-NET-WORK-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-NET-WORK-STATUS
              DISPLAY 'NO SCREENING PERFORMED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE NET-WORK-FILE.

      *    Pass 1 - every valid entry's value, sorted, gives the
      *    entry-level quartiles.
           SORT ENTRY-SORT-FILE
              ON ASCENDING KEY ESR-VALUE
              INPUT PROCEDURE IS RELEASE-FEED-ENTRIES
              OUTPUT PROCEDURE IS TAKE-ENTRY-QUARTILES.
           MOVE WS-SORT-COUNT TO WS-ENTRY-COUNT.
           PERFORM COMPUTE-FENCES.
           MOVE WS-SCREEN-ON TO WS-ENTRY-SCREEN-ON.
           MOVE WS-Q1 TO WS-ENTRY-Q1.
           MOVE WS-Q3 TO WS-ENTRY-Q3.
           MOVE WS-LOW-FENCE TO WS-ENTRY-LOW-FENCE.
           MOVE WS-HIGH-FENCE TO WS-ENTRY-HIGH-FENCE.
           DISPLAY WS-ENTRY-COUNT ' CALORIE ENTRIES SCREENED'.
           PERFORM SHOW-FENCES.

      *    Pass 2 - each elf's net total (entries inside the entry
      *    fences) to the work file in feed order, and every nonzero
      *    net total, sorted, gives the elf-level quartiles.
           SORT ELF-SORT-FILE
              ON ASCENDING KEY XSR-TOTAL
              INPUT PROCEDURE IS BUILD-NET-TOTALS
              OUTPUT PROCEDURE IS TAKE-ELF-QUARTILES.
           MOVE WS-SORT-COUNT TO WS-ELF-SORT-COUNT.
           PERFORM COMPUTE-FENCES.
           MOVE WS-SCREEN-ON TO WS-ELF-SCREEN-ON.
           MOVE WS-Q1 TO WS-ELF-Q1.
           MOVE WS-Q3 TO WS-ELF-Q3.
           MOVE WS-LOW-FENCE TO WS-ELF-LOW-FENCE.
           MOVE WS-HIGH-FENCE TO WS-ELF-HIGH-FENCE.
           DISPLAY WS-ELF-SORT-COUNT ' ELF TOTALS SCREENED'.
           PERFORM SHOW-FENCES.

      *    Pass 3 - reject the flagged lines and write the screened
      *    work file.
           MOVE 'N' TO EOF NET-EOF WS-ELF-LOADED WS-HAVE-ELF-GROUP.
           MOVE ZERO TO LINE-NUM GROSS-SUM ELF-COUNT.
           OPEN INPUT INPUT-FILE
                INPUT NET-WORK-FILE
                OUTPUT OUTPUT-FILE
                OUTPUT REJECT-FILE.
           MOVE 1 TO WS-HDR-DAY.
           MOVE ZERO TO WS-HDR-PART.
           PERFORM WRITE-RUN-HEADER.
           PERFORM UNTIL EOF = 'Y'
                   READ INPUT-FILE
                   AT END
                      MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO LINE-NUM
                       PERFORM SCREEN-LINE
                   END-READ
           END-PERFORM.
           IF GROSS-SUM GREATER THAN ZERO
              PERFORM WRITE-SCREENED-TOTAL
           END-IF.

           DISPLAY WS-ENTRY-FLAG-COUNT ' CALORIE ENTRIES FLAGGED, '
              WS-ELF-FLAG-COUNT ' ELF TOTALS FLAGGED ('
              WS-ELF-LINE-COUNT ' FURTHER LINES HELD)'.
           DISPLAY ELF-COUNT ' SCREENED ELF TOTALS WRITTEN TO '
              FUNCTION TRIM(WS-OUTPUT-DATASET).
           MOVE LINE-NUM TO WS-RECORDS-READ.
           MOVE ELF-COUNT TO WS-RECORDS-WRITTEN.
           MOVE MAX-SUM TO WS-FINAL-ANSWER.
           PERFORM EVALUATE-RUN-SEVERITY.
      *    Same lift as the aggregation's overflow warning: a flagged
      *    value under the reject-rate thresholds still must not let
      *    the run read clean.
           IF REJECT-COUNT > ZERO AND WS-RUN-SEVERITY = 'C'
              MOVE 'W' TO WS-RUN-SEVERITY
              DISPLAY 'WARNING - OUTLIERS HELD FOR REPAIR, SEE '
                 FUNCTION TRIM(WS-REJECT-DATASET)
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM WRITE-CONTROL-FOOTER.
           CLOSE INPUT-FILE
                 NET-WORK-FILE
                 OUTPUT-FILE
                 REJECT-FILE.
           MOVE 'ELF-SCREEN-PROGRAM' TO WS-LEDGER-PROGRAM.
           PERFORM WRITE-RUN-LEDGER.
      **
      **   Hand the screened file back under the shared work-file
      **   name so the Day-1 answer steps that follow consume it.
      **
           DISPLAY 'ELF_TOTALS_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-OUTPUT-DATASET UPON ENVIRONMENT-VALUE.
           GOBACK.

      **----------------------------------------------------------------
      *    The screened file's name, the net-total work file's name
      *    and the outlier factor. A factor that is missing, zero or
      *    unreadable leaves the default in force.
      **----------------------------------------------------------------
       RESOLVE-SCREEN-PARMS.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ELF_SCREENED_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-OUTPUT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ELF_SCREEN_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-NET-WORK-DATASET
           END-IF.
           ACCEPT WS-FACTOR-PARM FROM ENVIRONMENT
              'CALORIE_OUTLIER_FACTOR'.
           IF WS-FACTOR-PARM NOT EQUAL SPACES
              IF FUNCTION NUMVAL(WS-FACTOR-PARM) > ZERO
                 AND FUNCTION NUMVAL(WS-FACTOR-PARM) < 1000
                 COMPUTE WS-OUTLIER-FACTOR =
                    FUNCTION NUMVAL(WS-FACTOR-PARM)
              ELSE
                 DISPLAY 'CALORIE_OUTLIER_FACTOR '
                    FUNCTION TRIM(WS-FACTOR-PARM)
                    ' NOT USABLE - DEFAULT APPLIES'
              END-IF
           END-IF.
           DISPLAY 'CALORIE OUTLIER FACTOR ' WS-OUTLIER-FACTOR.

       RESOLVE-FEED-FORMAT.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CALORIE_FEED_FORMAT'.
           EVALUATE FUNCTION UPPER-CASE(WS-ENV-VALUE)
              WHEN 'CLASSIC'
                 MOVE 'CLASSIC' TO WS-FEED-FORMAT
              WHEN 'DELIMITED'
                 MOVE 'DELIMITED' TO WS-FEED-FORMAT
              WHEN OTHER
                 MOVE SPACES TO WS-FEED-FORMAT
           END-EVALUATE.

       DETECT-FEED-FORMAT.
           MOVE ZERO TO WS-COMMA-COUNT.
           INSPECT LINE-CONTENT TALLYING WS-COMMA-COUNT FOR ALL ','.
           IF WS-COMMA-COUNT > ZERO
              MOVE 'DELIMITED' TO WS-FEED-FORMAT
           ELSE
              MOVE 'CLASSIC' TO WS-FEED-FORMAT
           END-IF.

      **----------------------------------------------------------------
      *    Classify one feed line under ELF-AGGREGATE-PROGRAM's rules,
      *    rejecting nothing - a line the aggregation rejected is its
      *    reject, not this step's, and is simply left out of the
      *    screen.
      **----------------------------------------------------------------
       PARSE-FEED-LINE.
           MOVE 'X' TO WS-LINE-KIND.
           MOVE ZERO TO LINE-CONTENT-NUM.
           IF WS-FEED-FORMAT = SPACES
              AND LINE-CONTENT NOT EQUAL SPACES
              PERFORM DETECT-FEED-FORMAT
           END-IF.
           IF WS-FEED-FORMAT = 'DELIMITED'
              PERFORM PARSE-DELIMITED-LINE
           ELSE
              PERFORM PARSE-CLASSIC-LINE
           END-IF.

       PARSE-CLASSIC-LINE.
           IF LINE-CONTENT = SPACES
              MOVE 'S' TO WS-LINE-KIND
           ELSE
              IF FUNCTION TRIM(LINE-CONTENT) IS NUMERIC
                 COMPUTE LINE-CONTENT-NUM =
                    FUNCTION NUMVAL(LINE-CONTENT)
                    ON SIZE ERROR
                       MOVE 'X' TO WS-LINE-KIND
                    NOT ON SIZE ERROR
                       MOVE 'E' TO WS-LINE-KIND
                 END-COMPUTE
              END-IF
           END-IF.

       PARSE-DELIMITED-LINE.
           IF LINE-CONTENT NOT EQUAL SPACES
              MOVE SPACES TO WS-ELF-ID-TEXT WS-CALORIE-TEXT
                 WS-EXTRA-TEXT
              UNSTRING LINE-CONTENT DELIMITED BY ','
                 INTO WS-ELF-ID-TEXT WS-CALORIE-TEXT WS-EXTRA-TEXT
              IF WS-ELF-ID-TEXT NOT EQUAL SPACES
                 AND FUNCTION TRIM(WS-ELF-ID-TEXT) IS NUMERIC
                 AND WS-CALORIE-TEXT NOT EQUAL SPACES
                 AND FUNCTION TRIM(WS-CALORIE-TEXT) IS NUMERIC
                 AND WS-EXTRA-TEXT = SPACES
                 COMPUTE WS-NEW-ELF-ID = FUNCTION NUMVAL(WS-ELF-ID-TEXT)
                    ON SIZE ERROR
                       MOVE 'X' TO WS-LINE-KIND
                    NOT ON SIZE ERROR
                       MOVE 'I' TO WS-LINE-KIND
                       COMPUTE LINE-CONTENT-NUM =
                          FUNCTION NUMVAL(WS-CALORIE-TEXT)
                          ON SIZE ERROR
                             MOVE 'I' TO WS-LINE-KIND
                          NOT ON SIZE ERROR
                             MOVE 'E' TO WS-LINE-KIND
                       END-COMPUTE
                 END-COMPUTE
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    A delimited line that counts toward the grouping closes
      *    the prior elf when its elf ID changes, and then opens its
      *    own - the aggregation's rule, so elf for elf the passes
      *    here stay in step with its work file.
      **----------------------------------------------------------------
       CHECK-ELF-CHANGE.
           MOVE 'N' TO WS-ELF-CHANGED.
           IF WS-FEED-FORMAT = 'DELIMITED'
              AND (WS-LINE-KIND = 'E' OR WS-LINE-KIND = 'I')
              AND WS-HAVE-ELF-GROUP = 'Y'
              AND WS-NEW-ELF-ID NOT EQUAL WS-CURRENT-ELF-ID
              MOVE 'Y' TO WS-ELF-CHANGED
           END-IF.

       TAKE-ELF-ID.
           IF WS-FEED-FORMAT = 'DELIMITED'
              AND (WS-LINE-KIND = 'E' OR WS-LINE-KIND = 'I')
              MOVE WS-NEW-ELF-ID TO WS-CURRENT-ELF-ID
              MOVE 'Y' TO WS-HAVE-ELF-GROUP
           END-IF.

      **----------------------------------------------------------------
      *    Pass 1 input procedure.
      **----------------------------------------------------------------
       RELEASE-FEED-ENTRIES.
           MOVE 'N' TO EOF.
           MOVE ZERO TO LINE-NUM WS-SORT-COUNT.
           OPEN INPUT INPUT-FILE.
           PERFORM UNTIL EOF = 'Y'
                   READ INPUT-FILE
                   AT END
                      MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO LINE-NUM
                       PERFORM PARSE-FEED-LINE
                       IF WS-LINE-KIND = 'E'
                          MOVE LINE-CONTENT-NUM TO ESR-VALUE
                          RELEASE ENTRY-SORT-RECORD
                          ADD 1 TO WS-SORT-COUNT
                       END-IF
                   END-READ
           END-PERFORM.
           CLOSE INPUT-FILE.

       TAKE-ENTRY-QUARTILES.
           PERFORM SET-QUARTILE-POSITIONS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN ENTRY-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      ADD 1 TO WS-SORT-POS
                      IF WS-SORT-POS = WS-Q1-POS
                         MOVE ESR-VALUE TO WS-Q1
                      END-IF
                      IF WS-SORT-POS = WS-Q3-POS
                         MOVE ESR-VALUE TO WS-Q3
                      END-IF
                   END-RETURN
           END-PERFORM.

      **----------------------------------------------------------------
      *    Pass 2 input procedure. The elf boundaries follow the
      *    aggregation exactly: every classic blank line closes an
      *    elf, a delimited elf-ID change closes one, and the last
      *    elf is closed at end of feed only when it carried calories.
      **----------------------------------------------------------------
       BUILD-NET-TOTALS.
           MOVE 'N' TO EOF WS-HAVE-ELF-GROUP.
           MOVE ZERO TO LINE-NUM WS-SORT-COUNT ELF-COUNT
              GROSS-SUM NET-SUM.
           OPEN INPUT INPUT-FILE
                OUTPUT NET-WORK-FILE.
           PERFORM UNTIL EOF = 'Y'
                   READ INPUT-FILE
                   AT END
                      MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO LINE-NUM
                       PERFORM NET-ONE-LINE
                   END-READ
           END-PERFORM.
           IF GROSS-SUM GREATER THAN ZERO
              PERFORM WRITE-NET-TOTAL
           END-IF.
           CLOSE INPUT-FILE
                 NET-WORK-FILE.

       NET-ONE-LINE.
           PERFORM PARSE-FEED-LINE.
           PERFORM CHECK-ELF-CHANGE.
           IF WS-ELF-CHANGED = 'Y'
              PERFORM WRITE-NET-TOTAL
           END-IF.
           PERFORM TAKE-ELF-ID.
           EVALUATE WS-LINE-KIND
              WHEN 'S'
                 PERFORM WRITE-NET-TOTAL
              WHEN 'E'
                 ADD LINE-CONTENT-NUM TO GROSS-SUM
                 PERFORM CHECK-ENTRY-OUTLIER
                 IF WS-ENTRY-OUTLIER = 'N'
                    ADD LINE-CONTENT-NUM TO NET-SUM
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       WRITE-NET-TOTAL.
           ADD 1 TO ELF-COUNT.
      *    In the delimited feed the elf's number is the supplier's
      *    elfid column, not a running count.
           IF WS-FEED-FORMAT = 'DELIMITED'
              MOVE WS-CURRENT-ELF-ID TO NET-ELF-NUM
           ELSE
              MOVE ELF-COUNT TO NET-ELF-NUM
           END-IF.
           MOVE SPACE TO NET-SEP-1 NET-SEP-2.
           MOVE GROSS-SUM TO NET-GROSS-TOTAL.
           MOVE NET-SUM TO NET-TOTAL.
           WRITE NET-WORK-RECORD.
           IF NET-SUM GREATER THAN ZERO
              MOVE NET-SUM TO XSR-TOTAL
              RELEASE ELF-SORT-RECORD
              ADD 1 TO WS-SORT-COUNT
           END-IF.
           MOVE ZERO TO GROSS-SUM NET-SUM.

       TAKE-ELF-QUARTILES.
           PERFORM SET-QUARTILE-POSITIONS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN ELF-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      ADD 1 TO WS-SORT-POS
                      IF WS-SORT-POS = WS-Q1-POS
                         MOVE XSR-TOTAL TO WS-Q1
                      END-IF
                      IF WS-SORT-POS = WS-Q3-POS
                         MOVE XSR-TOTAL TO WS-Q3
                      END-IF
                   END-RETURN
           END-PERFORM.

      **----------------------------------------------------------------
      *    Nearest-rank quartiles: Q1 is the value at position
      *    ceil(n/4) of the sorted values, Q3 at ceil(3n/4).
      **----------------------------------------------------------------
       SET-QUARTILE-POSITIONS.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE ZERO TO WS-SORT-POS WS-Q1 WS-Q3.
           COMPUTE WS-Q1-POS = (WS-SORT-COUNT + 3) / 4.
           COMPUTE WS-Q3-POS = (WS-SORT-COUNT * 3 + 3) / 4.

       COMPUTE-FENCES.
           MOVE ZERO TO WS-LOW-FENCE WS-HIGH-FENCE.
           IF WS-SORT-COUNT < 4
              MOVE 'N' TO WS-SCREEN-ON
           ELSE
              MOVE 'Y' TO WS-SCREEN-ON
              COMPUTE WS-LOW-FENCE = WS-Q1 -
                 (WS-OUTLIER-FACTOR * (WS-Q3 - WS-Q1))
              COMPUTE WS-HIGH-FENCE = WS-Q3 +
                 (WS-OUTLIER-FACTOR * (WS-Q3 - WS-Q1))
           END-IF.

       SHOW-FENCES.
           IF WS-SCREEN-ON = 'Y'
              DISPLAY '  Q1 ' WS-Q1 ' Q3 ' WS-Q3
              MOVE WS-LOW-FENCE TO WS-FENCE-EDIT
              DISPLAY '  LOW FENCE  ' WS-FENCE-EDIT
              MOVE WS-HIGH-FENCE TO WS-FENCE-EDIT
              DISPLAY '  HIGH FENCE ' WS-FENCE-EDIT
           ELSE
              DISPLAY '  FEWER THAN 4 VALUES - NOT SCREENED'
           END-IF.

       CHECK-ENTRY-OUTLIER.
           MOVE 'N' TO WS-ENTRY-OUTLIER.
           IF WS-ENTRY-SCREEN-ON = 'Y'
              AND (LINE-CONTENT-NUM < WS-ENTRY-LOW-FENCE
                   OR LINE-CONTENT-NUM > WS-ENTRY-HIGH-FENCE)
              MOVE 'Y' TO WS-ENTRY-OUTLIER
           END-IF.

      **----------------------------------------------------------------
      *    Pass 3, one feed line. An outlying entry is rejected in
      *    its own right; any other entry of an outlying elf is
      *    rejected under the elf's flag, so the repair cycle sees
      *    every line that made up the suspicious total.
      **----------------------------------------------------------------
       SCREEN-LINE.
           PERFORM PARSE-FEED-LINE.
           PERFORM CHECK-ELF-CHANGE.
           IF WS-ELF-CHANGED = 'Y'
              PERFORM WRITE-SCREENED-TOTAL
           END-IF.
           PERFORM TAKE-ELF-ID.
           EVALUATE WS-LINE-KIND
              WHEN 'S'
                 PERFORM WRITE-SCREENED-TOTAL
              WHEN 'E'
                 ADD LINE-CONTENT-NUM TO GROSS-SUM
                 IF WS-ELF-LOADED = 'N'
                    PERFORM LOAD-NET-TOTAL
                 END-IF
                 PERFORM CHECK-ENTRY-OUTLIER
                 EVALUATE TRUE
                    WHEN WS-ENTRY-OUTLIER = 'Y'
                       ADD 1 TO WS-ENTRY-FLAG-COUNT
                       MOVE LINE-NUM TO WS-REJECT-LINE-NUM
                       MOVE 'CALORIE ENTRY OUTLIER'
                          TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-RECORD
                    WHEN WS-ELF-OUTLIER = 'Y'
                       ADD 1 TO WS-ELF-LINE-COUNT
                       MOVE LINE-NUM TO WS-REJECT-LINE-NUM
                       MOVE 'ELF TOTAL OUTLIER' TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-RECORD
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    The net-total record for the elf now open, and whether
      *    that total sits outside the elf fences.
       LOAD-NET-TOTAL.
           MOVE 'N' TO WS-ELF-OUTLIER.
           IF NET-EOF = 'N'
              READ NET-WORK-FILE
                  AT END
                      MOVE 'Y' TO NET-EOF
                  NOT AT END
                      MOVE 'Y' TO WS-ELF-LOADED
                      IF WS-ELF-SCREEN-ON = 'Y'
                         AND NET-TOTAL > ZERO
                         AND (NET-TOTAL < WS-ELF-LOW-FENCE
                              OR NET-TOTAL > WS-ELF-HIGH-FENCE)
                         MOVE 'Y' TO WS-ELF-OUTLIER
                         ADD 1 TO WS-ELF-FLAG-COUNT
                      END-IF
              END-READ
           END-IF.

      **----------------------------------------------------------------
      **   Write one screened record per elf: the net total, or zero
      **   for an outlying elf. The running maximum rides the footer
      **   as the aggregation's does.
      **----------------------------------------------------------------
       WRITE-SCREENED-TOTAL.
           IF WS-ELF-LOADED = 'N'
              PERFORM LOAD-NET-TOTAL
           END-IF.
           IF WS-ELF-LOADED = 'Y'
              ADD 1 TO ELF-COUNT
              MOVE NET-ELF-NUM TO ELF-NUM
              MOVE SPACE TO ELF-SEP-1
              IF WS-ELF-OUTLIER = 'Y'
                 MOVE ZERO TO ELF-TOTAL
              ELSE
                 MOVE NET-TOTAL TO ELF-TOTAL
              END-IF
              IF ELF-TOTAL GREATER THAN MAX-SUM
                 MOVE ELF-TOTAL TO MAX-SUM
              END-IF
              WRITE ELF-TOTAL-RECORD
           END-IF.
           MOVE 'N' TO WS-ELF-LOADED WS-ELF-OUTLIER.
           MOVE ZERO TO GROSS-SUM.

      **----------------------------------------------------------------
           COPY "RESOLVDS.cpy".

      **----------------------------------------------------------------
           COPY "REJWRITE.cpy".

      **----------------------------------------------------------------
           COPY "HDRWRITE.cpy".

      **----------------------------------------------------------------
           COPY "CTLWRITE.cpy".

      **----------------------------------------------------------------
           COPY "SEVCHECK.cpy".

      **----------------------------------------------------------------
           COPY "RUNLWRIT.cpy".
      **----------------------------------------------------------------
           COPY "LCKCHECK.cpy".
