      ******************************************************************
      **                IDENTIFICATION DIVISION                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-CHECK-PROGRAM.

      ******************************************************************
      **  Control-card validation ahead of the cycle. The plan card    *
      **  (PLNREC.cpy), the run profile, the run calendar              *
      **  (CALREC.cpy), the intake and checkpoint sweep cards and the  *
      **  merge card are all hand-edited, and until now a typo         *
      **  surfaced only when DRIVER-PROGRAM or the program reading     *
      **  the card failed mid-cycle. This program reads every one of   *
      **  those cards before the cycle starts and reports each         *
      **  problem with its card, dataset and line number:              *
      **    - run profile: a line with no NAME=VALUE shape, a blank    *
      **      or embedded-blank setting name, a repeated setting (the  *
      **      first one stands, as the driver applies it), a blank     *
      **      value, and an applied *_INPUT_DATASET setting naming a   *
      **      dataset that is not on disk;                             *
      **    - run calendar: a bad date, an action other than RUN,      *
      **      SKIP or ALT, an ALT entry with no plan card or one that  *
      **      is not on disk, a repeated date (the last entry wins);   *
      **    - plan card, and every ALT plan card the calendar names:   *
      **      an unknown program key, an invalid ON-ERROR code, a bad  *
      **      event year, a duplicate entry (same key, same year), an  *
      **      input dataset not on disk, a predecessor the card does   *
      **      not carry, and any dependency cycle - every entry the    *
      **      driver's dependency waves could never release;           *
      **    - intake, checkpoint and merge cards: duplicate names,     *
      **      entries past each program's table limit, intake feeds    *
      **      not on disk, and a merge card whose slice count differs  *
      **      from MERGE_EXPECTED_SLICES.                              *
      **  Dataset names resolve the way the reading program resolves   *
      **  them: the environment first, then (for the cards the driver  *
      **  reads) the run profile, then the compiled-in default. A card *
      **  not on disk is noted and not an error - every reader falls   *
      **  back to its defaults - except an ALT plan card the calendar  *
      **  names. Any hard error ends the step with return code 8,      *
      **  which the JCL's COND test on every cycle step turns into a   *
      **  cycle that never starts; warnings alone end it with 4.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT RUN-PROFILE-FILE
              ASSIGN DYNAMIC WS-RUN-PROFILE-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-RUN-PROFILE-STATUS.

          SELECT RUN-CALENDAR-FILE
              ASSIGN DYNAMIC WS-RUN-CALENDAR-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-RUN-CALENDAR-STATUS.

          SELECT PLAN-CARD-FILE
              ASSIGN DYNAMIC WS-CHECK-PLAN-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-PLAN-CARD-STATUS.

      *    The intake, checkpoint and merge cards share one record
      *    layout (PCDREC.cpy), so one file reads all three in turn.
          SELECT LIST-CARD-FILE
              ASSIGN DYNAMIC WS-LIST-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-LIST-CARD-STATUS.

          SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PROFILE-FILE.
       01 RUN-PROFILE-RECORD      PIC X(160).

       FD RUN-CALENDAR-FILE.
          COPY "CALREC.cpy".

       FD PLAN-CARD-FILE.
          COPY "PLNREC.cpy".

       FD LIST-CARD-FILE.
          COPY "PCDREC.cpy".

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-PROFILE-DATASET  PIC X(80) VALUE 'runprofile.txt'.
       01 WS-RUN-PROFILE-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-RUN-CALENDAR-DATASET PIC X(80) VALUE 'runcalendar.txt'.
       01 WS-RUN-CALENDAR-STATUS  PIC X(2)  VALUE SPACES.
       01 WS-PLAN-CARD-DATASET    PIC X(80) VALUE 'plan.card'.
       01 WS-CHECK-PLAN-DATASET   PIC X(80) VALUE SPACES.
       01 WS-PLAN-CARD-STATUS     PIC X(2)  VALUE SPACES.
       01 WS-INTAKE-CARD-DATASET  PIC X(80) VALUE 'intake.card'.
       01 WS-CHECKPOINT-CARD-DATASET
                                  PIC X(80) VALUE 'checkpoints.card'.
       01 WS-MERGE-CARD-DATASET   PIC X(80) VALUE 'merge.card'.
       01 WS-LIST-DATASET         PIC X(80) VALUE SPACES.
       01 WS-LIST-CARD-STATUS     PIC X(2)  VALUE SPACES.
       01 WS-REPORT-DATASET       PIC X(80) VALUE 'cardcheck.txt'.
       01 WS-ENV-NAME             PIC X(40) VALUE SPACES.
       01 WS-ENV-VALUE            PIC X(80).
       01 WS-EXPECTED-PARM        PIC X(10) VALUE SPACES.
       01 WS-EXPECTED-SLICES      PIC 9(3)  VALUE ZERO.
       01 PROFILE-EOF             PIC X     VALUE 'N'.
       01 CALENDAR-EOF            PIC X     VALUE 'N'.
       01 PLAN-EOF                PIC X     VALUE 'N'.
       01 CARD-EOF                PIC X     VALUE 'N'.

      *    The program keys DISPATCH-STEP in the driver knows.
       01 WS-KNOWN-KEY-VALUES.
          05 FILLER               PIC X(8)  VALUE 'ELFAGG'.
          05 FILLER               PIC X(8)  VALUE 'ELFSCRN'.
          05 FILLER               PIC X(8)  VALUE 'DAY1VER'.
          05 FILLER               PIC X(8)  VALUE 'DAY1P1'.
          05 FILLER               PIC X(8)  VALUE 'DAY1P2'.
          05 FILLER               PIC X(8)  VALUE 'DAY2P1'.
          05 FILLER               PIC X(8)  VALUE 'DAY2P2'.
          05 FILLER               PIC X(8)  VALUE 'DAY3P1'.
          05 FILLER               PIC X(8)  VALUE 'DAY3P2'.
          05 FILLER               PIC X(8)  VALUE 'DAY4P1'.
          05 FILLER               PIC X(8)  VALUE 'DAY5P1'.
          05 FILLER               PIC X(8)  VALUE 'DAY5P2'.
          05 FILLER               PIC X(8)  VALUE 'DAY6P1'.
       01 WS-KNOWN-KEY-TABLE REDEFINES WS-KNOWN-KEY-VALUES.
          05 WS-KNOWN-KEY OCCURS 13 TIMES PIC X(8).

      *    The run profile's settings in card order - the first
      *    occurrence of a name is the one the driver applies.
       01 WS-PROFILE-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-PROFILE-TABLE.
          05 WS-PRF-ENTRY OCCURS 200 TIMES.
             10 WS-PRF-TAB-NAME   PIC X(40).
             10 WS-PRF-TAB-VALUE  PIC X(120).
             10 WS-PRF-TAB-LINE   PIC 9(5).
       01 WS-PRF-NAME             PIC X(40) VALUE SPACES.
       01 WS-PRF-VALUE            PIC X(120) VALUE SPACES.
       01 WS-PRF-UPPER            PIC X(40) VALUE SPACES.
       01 WS-SETTING-NAME         PIC X(40) VALUE SPACES.
       01 WS-SETTING-VALUE        PIC X(120) VALUE SPACES.
       01 WS-NAME-LEN             PIC 9(3)  VALUE ZERO.
       01 WS-CHAR-COUNT           PIC 9(3)  VALUE ZERO.

       01 WS-CAL-COUNT            PIC 9(3)  VALUE ZERO.
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 500 TIMES.
             10 WS-CAL-TAB-DATE   PIC 9(8).
             10 WS-CAL-TAB-LINE   PIC 9(5).
       01 WS-CAL-ACTION           PIC X(4)  VALUE SPACES.

      *    Alternate plan cards the calendar names - each is checked
      *    the same as the standing plan card.
       01 WS-ALT-COUNT            PIC 9(2)  VALUE ZERO.
       01 WS-ALT-TABLE.
          05 WS-ALT-CARD OCCURS 20 TIMES PIC X(80).

       01 WS-PLAN-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-PLAN-TABLE.
          05 WS-PLN-ENTRY OCCURS 100 TIMES.
             10 WS-PLN-KEY        PIC X(8).
             10 WS-PLN-YEAR       PIC X(4).
             10 WS-PLN-PRED1      PIC X(8).
             10 WS-PLN-PRED2      PIC X(8).
             10 WS-PLN-LINE       PIC 9(5).
             10 WS-PLN-DONE       PIC X.
             10 WS-PLN-BLOCKED    PIC X.
       01 WS-CUR-KEY              PIC X(8)  VALUE SPACES.
       01 WS-CUR-ONERR            PIC X     VALUE SPACE.
       01 WS-CUR-YEAR             PIC X(4)  VALUE SPACES.
       01 WS-PRED-KEY             PIC X(8)  VALUE SPACES.
       01 WS-PRED-FOUND           PIC X     VALUE 'N'.
       01 WS-PRED-READY           PIC X     VALUE 'Y'.
       01 WS-PRED-HELD            PIC X     VALUE 'N'.
       01 WS-KEY-KNOWN            PIC X     VALUE 'N'.
       01 WS-PASS-PROGRESS        PIC X     VALUE 'Y'.

       01 WS-LIST-LABEL           PIC X(16) VALUE SPACES.
       01 WS-LIST-CAP             PIC 9(3)  VALUE ZERO.
       01 WS-LIST-MUST-EXIST      PIC X     VALUE 'N'.
       01 WS-LIST-DUP-SEV         PIC X     VALUE 'W'.
       01 WS-LIST-CAP-SEV         PIC X     VALUE 'W'.
       01 WS-LIST-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-LIST-ENTRIES         PIC 9(3)  VALUE ZERO.
       01 WS-LIST-TABLE.
          05 WS-LST-ENTRY OCCURS 200 TIMES.
             10 WS-LST-NAME       PIC X(80).
             10 WS-LST-LINE       PIC 9(5).

      *    One finding: severity E (hard - stops the cycle), W
      *    (warning), or I (information, not counted).
       01 WS-ISSUE-SEV            PIC X     VALUE SPACE.
       01 WS-ISSUE-CARD           PIC X(16) VALUE SPACES.
       01 WS-ISSUE-DATASET        PIC X(80) VALUE SPACES.
       01 WS-ISSUE-LINE           PIC 9(5)  VALUE ZERO.
       01 WS-ISSUE-TEXT           PIC X(100) VALUE SPACES.
       01 WS-ERROR-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-WARNING-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-CARDS-READ           PIC 9(2)  VALUE ZERO.
       01 WS-LINE-NUM             PIC 9(5)  VALUE ZERO.
       01 WS-LINE-SHOW            PIC 9(5)  VALUE ZERO.
       01 WS-COUNT-SHOW           PIC 9(3)  VALUE ZERO.
       01 WS-DUP-LINE             PIC 9(5)  VALUE ZERO.
       01 I                       PIC 9(3).
       01 J                       PIC 9(3).
       01 A                       PIC 9(2).

      *    CBL_CHECK_FILE_EXIST result area, byte for byte as
      *    MONITOR-PROGRAM lays it out.
       01 WS-CHECK-NAME           PIC X(120) VALUE SPACES.
       01 WS-FILE-INFO.
          05 WS-FI-SIZE           PIC X(8)  COMP-X.
          05 WS-FI-DAY            PIC X     COMP-X.
          05 WS-FI-MONTH          PIC X     COMP-X.
          05 WS-FI-YEAR           PIC X(2)  COMP-X.
          05 WS-FI-HOUR           PIC X     COMP-X.
          05 WS-FI-MIN            PIC X     COMP-X.
          05 WS-FI-SEC            PIC X     COMP-X.
          05 WS-FI-HUND           PIC X     COMP-X.
       01 WS-EXIST-RC             PIC S9(9) BINARY VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-CHECK-PARMS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM CHECK-RUN-PROFILE.
           PERFORM RESOLVE-DRIVER-CARDS.
           PERFORM CHECK-RUN-CALENDAR.
           MOVE WS-PLAN-CARD-DATASET TO WS-CHECK-PLAN-DATASET.
           MOVE 'PLAN CARD' TO WS-ISSUE-CARD.
           PERFORM CHECK-PLAN-CARD.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ALT-COUNT
              MOVE WS-ALT-CARD(A) TO WS-CHECK-PLAN-DATASET
              MOVE 'ALT PLAN CARD' TO WS-ISSUE-CARD
              PERFORM CHECK-PLAN-CARD
           END-PERFORM.
           PERFORM CHECK-INTAKE-CARD.
           PERFORM CHECK-CHECKPOINT-CARD.
           PERFORM CHECK-MERGE-CARD.
           PERFORM WRITE-CHECK-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY WS-CARDS-READ ' CARDS CHECKED, ' WS-ERROR-COUNT
              ' ERRORS, ' WS-WARNING-COUNT ' WARNINGS - SEE '
              FUNCTION TRIM(WS-REPORT-DATASET).
           IF WS-ERROR-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-WARNING-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

      **----------------------------------------------------------------
      *    The datasets only the environment names: the profile
      *    itself (the driver reads RUN_PROFILE_DATASET before any
      *    profile exists to consult), the sweep and merge cards
      *    (read by their own job steps, which never load the
      *    profile), and this program's report.
      **----------------------------------------------------------------
       RESOLVE-CHECK-PARMS.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RUN_PROFILE_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-RUN-PROFILE-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'INTAKE_CARD_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-INTAKE-CARD-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'CHECKPOINT_CARD_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-CHECKPOINT-CARD-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'MERGE_CARD_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-MERGE-CARD-DATASET
           END-IF.
           ACCEPT WS-EXPECTED-PARM FROM ENVIRONMENT
              'MERGE_EXPECTED_SLICES'.
           IF WS-EXPECTED-PARM NOT EQUAL SPACES
              AND FUNCTION TRIM(WS-EXPECTED-PARM) IS NUMERIC
              COMPUTE WS-EXPECTED-SLICES =
                 FUNCTION NUMVAL(WS-EXPECTED-PARM)
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'CARD_CHECK_REPORT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-REPORT-DATASET
           END-IF.

      *    The cards the driver reads resolve after its profile has
      *    loaded, so a profile line can name them.
       RESOLVE-DRIVER-CARDS.
           MOVE 'PLAN_CARD_DATASET' TO WS-SETTING-NAME.
           PERFORM RESOLVE-SETTING.
           IF WS-SETTING-VALUE NOT EQUAL SPACES
              MOVE WS-SETTING-VALUE TO WS-PLAN-CARD-DATASET
           END-IF.
           MOVE 'RUN_CALENDAR_DATASET' TO WS-SETTING-NAME.
           PERFORM RESOLVE-SETTING.
           IF WS-SETTING-VALUE NOT EQUAL SPACES
              MOVE WS-SETTING-VALUE TO WS-RUN-CALENDAR-DATASET
           END-IF.

      *    A setting as the driver's CALLed steps would see it: the
      *    environment when the shell set it, else the profile's
      *    first line for the name, else blank (compiled default).
       RESOLVE-SETTING.
           MOVE SPACES TO WS-ENV-VALUE.
           MOVE FUNCTION TRIM(WS-SETTING-NAME) TO WS-ENV-NAME.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WS-ENV-VALUE TO WS-SETTING-VALUE.
           IF WS-SETTING-VALUE = SPACES
              PERFORM VARYING J FROM 1 BY 1
                 UNTIL J > WS-PROFILE-COUNT
                 OR WS-SETTING-VALUE NOT EQUAL SPACES
                 IF WS-PRF-TAB-NAME(J) = WS-SETTING-NAME
                    MOVE WS-PRF-TAB-VALUE(J) TO WS-SETTING-VALUE
                 END-IF
              END-PERFORM
           END-IF.

      **----------------------------------------------------------------
      *    Run profile: NAME=VALUE lines, '*' comments and blank
      *    lines skipped exactly as LOAD-RUN-PROFILE skips them.
      **----------------------------------------------------------------
       CHECK-RUN-PROFILE.
           MOVE 'RUN PROFILE' TO WS-ISSUE-CARD.
           MOVE WS-RUN-PROFILE-DATASET TO WS-ISSUE-DATASET.
           MOVE ZERO TO WS-LINE-NUM.
           OPEN INPUT RUN-PROFILE-FILE.
           IF WS-RUN-PROFILE-STATUS = '00'
              ADD 1 TO WS-CARDS-READ
              PERFORM UNTIL PROFILE-EOF = 'Y'
                  READ RUN-PROFILE-FILE
                      AT END
                          MOVE 'Y' TO PROFILE-EOF
                      NOT AT END
                          ADD 1 TO WS-LINE-NUM
                          PERFORM CHECK-ONE-PROFILE-LINE
                  END-READ
              END-PERFORM
              CLOSE RUN-PROFILE-FILE
           ELSE
              PERFORM NOTE-CARD-ABSENT
           END-IF.

       CHECK-ONE-PROFILE-LINE.
           IF RUN-PROFILE-RECORD NOT EQUAL SPACES
              AND RUN-PROFILE-RECORD(1:1) NOT = '*'
              MOVE ZERO TO WS-CHAR-COUNT
              INSPECT RUN-PROFILE-RECORD TALLYING WS-CHAR-COUNT
                 FOR ALL '='
              IF WS-CHAR-COUNT = ZERO
                 MOVE 'E' TO WS-ISSUE-SEV
                 MOVE 'NOT A NAME=VALUE SETTING - NO "=" ON THE LINE'
                    TO WS-ISSUE-TEXT
                 PERFORM WRITE-LINE-ISSUE
              ELSE
                 MOVE SPACES TO WS-PRF-NAME WS-PRF-VALUE
                 UNSTRING RUN-PROFILE-RECORD DELIMITED BY '='
                    INTO WS-PRF-NAME WS-PRF-VALUE
                 PERFORM CHECK-PROFILE-SETTING
              END-IF
           END-IF.

       CHECK-PROFILE-SETTING.
           IF WS-PRF-NAME = SPACES
              MOVE 'E' TO WS-ISSUE-SEV
              MOVE 'SETTING NAME MISSING BEFORE "="' TO WS-ISSUE-TEXT
              PERFORM WRITE-LINE-ISSUE
           ELSE
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRF-NAME))
                 TO WS-PRF-UPPER
              COMPUTE WS-NAME-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-PRF-NAME))
              MOVE ZERO TO WS-CHAR-COUNT
              INSPECT WS-PRF-UPPER(1:WS-NAME-LEN) TALLYING
                 WS-CHAR-COUNT FOR ALL SPACE
              IF WS-CHAR-COUNT > ZERO
                 MOVE 'E' TO WS-ISSUE-SEV
                 MOVE SPACES TO WS-ISSUE-TEXT
                 STRING 'SETTING NAME ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PRF-NAME) DELIMITED BY SIZE
                        ' CONTAINS A BLANK' DELIMITED BY SIZE
                    INTO WS-ISSUE-TEXT
                 PERFORM WRITE-LINE-ISSUE
              END-IF
              IF WS-PRF-VALUE = SPACES
                 MOVE 'W' TO WS-ISSUE-SEV
                 MOVE SPACES TO WS-ISSUE-TEXT
                 STRING 'SETTING ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PRF-NAME) DELIMITED BY SIZE
                        ' HAS NO VALUE' DELIMITED BY SIZE
                    INTO WS-ISSUE-TEXT
                 PERFORM WRITE-LINE-ISSUE
              END-IF
              MOVE ZERO TO WS-DUP-LINE
              PERFORM VARYING J FROM 1 BY 1
                 UNTIL J > WS-PROFILE-COUNT OR WS-DUP-LINE > ZERO
                 IF FUNCTION UPPER-CASE(WS-PRF-TAB-NAME(J))
                    = WS-PRF-UPPER
                    MOVE WS-PRF-TAB-LINE(J) TO WS-DUP-LINE
                 END-IF
              END-PERFORM
              IF WS-DUP-LINE > ZERO
                 MOVE 'W' TO WS-ISSUE-SEV
                 MOVE SPACES TO WS-ISSUE-TEXT
                 STRING 'SETTING ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PRF-NAME) DELIMITED BY SIZE
                        ' REPEATED - LINE ' DELIMITED BY SIZE
                        WS-DUP-LINE DELIMITED BY SIZE
                        ' STANDS, THIS ONE IS IGNORED'
                           DELIMITED BY SIZE
                    INTO WS-ISSUE-TEXT
                 PERFORM WRITE-LINE-ISSUE
              ELSE
                 IF WS-PROFILE-COUNT < 200
                    ADD 1 TO WS-PROFILE-COUNT
                    MOVE FUNCTION TRIM(WS-PRF-NAME)
                       TO WS-PRF-TAB-NAME(WS-PROFILE-COUNT)
                    MOVE FUNCTION TRIM(WS-PRF-VALUE)
                       TO WS-PRF-TAB-VALUE(WS-PROFILE-COUNT)
                    MOVE WS-LINE-NUM
                       TO WS-PRF-TAB-LINE(WS-PROFILE-COUNT)
                 END-IF
                 PERFORM CHECK-PROFILE-INPUT
              END-IF
           END-IF.

      *    A profile *_INPUT_DATASET the driver will actually apply
      *    (the environment leaves it blank) must name a feed that is
      *    on disk - the step reading it would otherwise fail.
       CHECK-PROFILE-INPUT.
           IF WS-NAME-LEN >= 13 AND WS-PRF-VALUE NOT EQUAL SPACES
              IF WS-PRF-UPPER(WS-NAME-LEN - 12:13) = 'INPUT_DATASET'
                 MOVE SPACES TO WS-ENV-VALUE
                 MOVE WS-PRF-UPPER TO WS-ENV-NAME
                 DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
                 ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
                 IF WS-ENV-VALUE = SPACES
                    MOVE FUNCTION TRIM(WS-PRF-VALUE) TO WS-CHECK-NAME
                    PERFORM CHECK-FILE-EXISTS
                    IF WS-EXIST-RC NOT = ZERO
                       MOVE 'E' TO WS-ISSUE-SEV
                       MOVE SPACES TO WS-ISSUE-TEXT
                       STRING FUNCTION TRIM(WS-PRF-NAME)
                                 DELIMITED BY SIZE
                              ' NAMES A DATASET NOT ON DISK: '
                                 DELIMITED BY SIZE
                              FUNCTION TRIM(WS-PRF-VALUE)
                                 DELIMITED BY SIZE
                          INTO WS-ISSUE-TEXT
                       PERFORM WRITE-LINE-ISSUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    Run calendar. An unknown action would silently run as RUN
      *    - exactly the typo (SKP for SKIP) that reprocesses a
      *    holiday - so it is a hard error. A repeated date is the
      *    documented correction convention, so only a warning.
      **----------------------------------------------------------------
       CHECK-RUN-CALENDAR.
           MOVE 'RUN CALENDAR' TO WS-ISSUE-CARD.
           MOVE WS-RUN-CALENDAR-DATASET TO WS-ISSUE-DATASET.
           MOVE ZERO TO WS-LINE-NUM.
           OPEN INPUT RUN-CALENDAR-FILE.
           IF WS-RUN-CALENDAR-STATUS = '00'
              ADD 1 TO WS-CARDS-READ
              PERFORM UNTIL CALENDAR-EOF = 'Y'
                  READ RUN-CALENDAR-FILE
                      AT END
                          MOVE 'Y' TO CALENDAR-EOF
                      NOT AT END
                          ADD 1 TO WS-LINE-NUM
                          IF RUN-CALENDAR-RECORD NOT EQUAL SPACES
                             PERFORM CHECK-ONE-CALENDAR-ENTRY
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RUN-CALENDAR-FILE
           ELSE
              PERFORM NOTE-CARD-ABSENT
           END-IF.

       CHECK-ONE-CALENDAR-ENTRY.
           IF CAL-DATE IS NOT NUMERIC
              MOVE 'E' TO WS-ISSUE-SEV
              MOVE SPACES TO WS-ISSUE-TEXT
              STRING 'DATE ' DELIMITED BY SIZE
                     RUN-CALENDAR-RECORD(1:8) DELIMITED BY SIZE
                     ' IS NOT YYYYMMDD' DELIMITED BY SIZE
                 INTO WS-ISSUE-TEXT
              PERFORM WRITE-LINE-ISSUE
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(CAL-DATE) NOT = ZERO
                 MOVE 'E' TO WS-ISSUE-SEV
                 MOVE SPACES TO WS-ISSUE-TEXT
                 STRING 'DATE ' DELIMITED BY SIZE
                        CAL-DATE DELIMITED BY SIZE
                        ' IS NOT A CALENDAR DATE' DELIMITED BY SIZE
                    INTO WS-ISSUE-TEXT
                 PERFORM WRITE-LINE-ISSUE
              ELSE
                 PERFORM CHECK-CALENDAR-DATE-REPEAT
              END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(CAL-ACTION) TO WS-CAL-ACTION.
           EVALUATE WS-CAL-ACTION
              WHEN 'RUN'
              WHEN 'SKIP'
                 IF CAL-PLAN-CARD NOT EQUAL SPACES
                    MOVE 'W' TO WS-ISSUE-SEV
                    MOVE SPACES TO WS-ISSUE-TEXT
                    STRING 'PLAN CARD IGNORED ON A ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CAL-ACTION)
                              DELIMITED BY SIZE
                           ' ENTRY - ONLY ALT USES IT'
                              DELIMITED BY SIZE
                       INTO WS-ISSUE-TEXT
                    PERFORM WRITE-LINE-ISSUE
                 END-IF
              WHEN 'ALT'
                 PERFORM CHECK-CALENDAR-ALT-CARD
              WHEN OTHER
                 MOVE 'E' TO WS-ISSUE-SEV
                 MOVE SPACES TO WS-ISSUE-TEXT
                 STRING 'UNKNOWN ACTION "' DELIMITED BY SIZE
                        FUNCTION TRIM(CAL-ACTION) DELIMITED BY SIZE
                        '" - USE RUN, SKIP OR ALT' DELIMITED BY SIZE
                    INTO WS-ISSUE-TEXT
                 PERFORM WRITE-LINE-ISSUE
           END-EVALUATE.

       CHECK-CALENDAR-DATE-REPEAT.
           MOVE ZERO TO WS-DUP-LINE.
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-CAL-COUNT OR WS-DUP-LINE > ZERO
              IF WS-CAL-TAB-DATE(J) = CAL-DATE
                 MOVE WS-CAL-TAB-LINE(J) TO WS-DUP-LINE
              END-IF
           END-PERFORM.
           IF WS-DUP-LINE > ZERO
              MOVE 'W' TO WS-ISSUE-SEV
              MOVE SPACES TO WS-ISSUE-TEXT
              STRING 'DATE ' DELIMITED BY SIZE
                     CAL-DATE DELIMITED BY SIZE
                     ' ALSO ON LINE ' DELIMITED BY SIZE
                     WS-DUP-LINE DELIMITED BY SIZE
                     ' - THE LAST ENTRY WINS' DELIMITED BY SIZE
                 INTO WS-ISSUE-TEXT
              PERFORM WRITE-LINE-ISSUE
           ELSE
              IF WS-CAL-COUNT < 500
                 ADD 1 TO WS-CAL-COUNT
                 MOVE CAL-DATE TO WS-CAL-TAB-DATE(WS-CAL-COUNT)
                 MOVE WS-LINE-NUM TO WS-CAL-TAB-LINE(WS-CAL-COUNT)
              END-IF
           END-IF.

       CHECK-CALENDAR-ALT-CARD.
           IF CAL-PLAN-CARD = SPACES
              MOVE 'E' TO WS-ISSUE-SEV
              MOVE 'ALT ENTRY NAMES NO PLAN CARD' TO WS-ISSUE-TEXT
              PERFORM WRITE-LINE-ISSUE
           ELSE
              MOVE FUNCTION TRIM(CAL-PLAN-CARD) TO WS-CHECK-NAME
              PERFORM CHECK-FILE-EXISTS
              IF WS-EXIST-RC NOT = ZERO
                 MOVE 'E' TO WS-ISSUE-SEV
                 MOVE SPACES TO WS-ISSUE-TEXT
                 STRING 'ALTERNATE PLAN CARD NOT ON DISK: '
                           DELIMITED BY SIZE
                        FUNCTION TRIM(CAL-PLAN-CARD) DELIMITED BY SIZE
                    INTO WS-ISSUE-TEXT
                 PERFORM WRITE-LINE-ISSUE
              ELSE
                 MOVE 'N' TO WS-PRED-FOUND
                 PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ALT-COUNT
                    IF WS-ALT-CARD(J) = CAL-PLAN-CARD
                       MOVE 'Y' TO WS-PRED-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-PRED-FOUND = 'N' AND WS-ALT-COUNT < 20
                    ADD 1 TO WS-ALT-COUNT
                    MOVE CAL-PLAN-CARD TO WS-ALT-CARD(WS-ALT-COUNT)
                 END-IF
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    One plan card, under the driver's own reading rules: blank
      *    program keys skipped, keys and predecessors compared
      *    upper-cased, at most 100 entries. The same key may appear
      *    twice only under different event years (a backfill entry
      *    beside the daily one).
      **----------------------------------------------------------------
       CHECK-PLAN-CARD.
           MOVE WS-CHECK-PLAN-DATASET TO WS-ISSUE-DATASET.
           MOVE ZERO TO WS-LINE-NUM WS-PLAN-COUNT.
           MOVE 'N' TO PLAN-EOF.
           OPEN INPUT PLAN-CARD-FILE.
           IF WS-PLAN-CARD-STATUS = '00'
              ADD 1 TO WS-CARDS-READ
              PERFORM UNTIL PLAN-EOF = 'Y'
                  READ PLAN-CARD-FILE
                      AT END
                          MOVE 'Y' TO PLAN-EOF
                      NOT AT END
                          ADD 1 TO WS-LINE-NUM
                          PERFORM CHECK-ONE-PLAN-ENTRY
                  END-READ
              END-PERFORM
              CLOSE PLAN-CARD-FILE
              PERFORM CHECK-PLAN-PREDECESSORS
              PERFORM CHECK-PLAN-RELEASE
           ELSE
              MOVE 'I' TO WS-ISSUE-SEV
              MOVE ZERO TO WS-ISSUE-LINE
              MOVE 'NOT ON DISK - THE COMPILED-IN SEQUENCE RUNS'
                 TO WS-ISSUE-TEXT
              PERFORM WRITE-ISSUE
           END-IF.

       CHECK-ONE-PLAN-ENTRY.
           IF PLN-PROGRAM-KEY = SPACES
              IF PLAN-CARD-RECORD NOT EQUAL SPACES
                 MOVE 'W' TO WS-ISSUE-SEV
                 MOVE 'ENTRY HAS NO PROGRAM KEY - THE DRIVER SKIPS IT'
                    TO WS-ISSUE-TEXT
                 PERFORM WRITE-LINE-ISSUE
              END-IF
           ELSE
              MOVE FUNCTION UPPER-CASE(PLN-PROGRAM-KEY) TO WS-CUR-KEY
              MOVE FUNCTION UPPER-CASE(PLN-ON-ERROR) TO WS-CUR-ONERR
              MOVE PLN-YEAR TO WS-CUR-YEAR
              IF WS-CUR-YEAR = SPACES
                 MOVE '0000' TO WS-CUR-YEAR
              END-IF
              PERFORM CHECK-PLAN-KEY
              PERFORM CHECK-PLAN-ON-ERROR
              PERFORM CHECK-PLAN-YEAR
              PERFORM CHECK-PLAN-INPUT
              PERFORM CHECK-PLAN-DUPLICATE
              IF WS-PLAN-COUNT < 100
                 ADD 1 TO WS-PLAN-COUNT
                 MOVE WS-CUR-KEY TO WS-PLN-KEY(WS-PLAN-COUNT)
                 MOVE WS-CUR-YEAR TO WS-PLN-YEAR(WS-PLAN-COUNT)
                 MOVE FUNCTION UPPER-CASE(PLN-PRED-1)
                    TO WS-PLN-PRED1(WS-PLAN-COUNT)
                 MOVE FUNCTION UPPER-CASE(PLN-PRED-2)
                    TO WS-PLN-PRED2(WS-PLAN-COUNT)
                 MOVE WS-LINE-NUM TO WS-PLN-LINE(WS-PLAN-COUNT)
                 MOVE 'N' TO WS-PLN-DONE(WS-PLAN-COUNT)
                 MOVE 'N' TO WS-PLN-BLOCKED(WS-PLAN-COUNT)
              ELSE
                 MOVE 'E' TO WS-ISSUE-SEV
                 MOVE 'ENTRY PAST THE 100-ENTRY LIMIT - NEVER RUN'
                    TO WS-ISSUE-TEXT
                 PERFORM WRITE-LINE-ISSUE
              END-IF
           END-IF.

       CHECK-PLAN-KEY.
           MOVE 'N' TO WS-KEY-KNOWN.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 13
              IF WS-KNOWN-KEY(J) = WS-CUR-KEY
                 MOVE 'Y' TO WS-KEY-KNOWN
              END-IF
           END-PERFORM.
           IF WS-KEY-KNOWN = 'N'
              MOVE 'E' TO WS-ISSUE-SEV
              MOVE SPACES TO WS-ISSUE-TEXT
              STRING 'UNKNOWN PROGRAM KEY ' DELIMITED BY SIZE
                     FUNCTION TRIM(PLN-PROGRAM-KEY) DELIMITED BY SIZE
                 INTO WS-ISSUE-TEXT
              PERFORM WRITE-LINE-ISSUE
           END-IF.

      *    A blank code falls through the driver's on-error EVALUATE
      *    and behaves as C; worth a warning, not a stop.
       CHECK-PLAN-ON-ERROR.
           EVALUATE WS-CUR-ONERR
              WHEN 'S'
              WHEN 'K'
              WHEN 'C'
                 CONTINUE
              WHEN SPACE
                 MOVE 'W' TO WS-ISSUE-SEV
                 MOVE 'ON-ERROR CODE BLANK - A FAILURE CONTINUES AS C'
                    TO WS-ISSUE-TEXT
                 PERFORM WRITE-LINE-ISSUE
              WHEN OTHER
                 MOVE 'E' TO WS-ISSUE-SEV
                 MOVE SPACES TO WS-ISSUE-TEXT
                 STRING 'INVALID ON-ERROR CODE "' DELIMITED BY SIZE
                        PLN-ON-ERROR DELIMITED BY SIZE
                        '" - USE S, K OR C' DELIMITED BY SIZE
                    INTO WS-ISSUE-TEXT
                 PERFORM WRITE-LINE-ISSUE
           END-EVALUATE.

      *    A non-numeric year is silently dropped by the driver and
      *    the entry runs under the cycle's year - the wrong year's
      *    generations, so a hard error.
       CHECK-PLAN-YEAR.
           IF WS-CUR-YEAR IS NOT NUMERIC
              MOVE 'E' TO WS-ISSUE-SEV
              MOVE SPACES TO WS-ISSUE-TEXT
              STRING 'EVENT YEAR "' DELIMITED BY SIZE
                     PLN-YEAR DELIMITED BY SIZE
                     '" IS NOT A YEAR' DELIMITED BY SIZE
                 INTO WS-ISSUE-TEXT
              PERFORM WRITE-LINE-ISSUE
           END-IF.

       CHECK-PLAN-INPUT.
           IF PLN-INPUT-DATASET NOT EQUAL SPACES
              MOVE FUNCTION TRIM(PLN-INPUT-DATASET) TO WS-CHECK-NAME
              PERFORM CHECK-FILE-EXISTS
              IF WS-EXIST-RC NOT = ZERO
                 MOVE 'E' TO WS-ISSUE-SEV
                 MOVE SPACES TO WS-ISSUE-TEXT
                 STRING 'INPUT DATASET NOT ON DISK: ' DELIMITED BY SIZE
                        FUNCTION TRIM(PLN-INPUT-DATASET)
                           DELIMITED BY SIZE
                    INTO WS-ISSUE-TEXT
                 PERFORM WRITE-LINE-ISSUE
              END-IF
           END-IF.

       CHECK-PLAN-DUPLICATE.
           MOVE ZERO TO WS-DUP-LINE.
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-PLAN-COUNT OR WS-DUP-LINE > ZERO
              IF WS-PLN-KEY(J) = WS-CUR-KEY
                 AND WS-PLN-YEAR(J) = WS-CUR-YEAR
                 MOVE WS-PLN-LINE(J) TO WS-DUP-LINE
              END-IF
           END-PERFORM.
           IF WS-DUP-LINE > ZERO
              MOVE 'E' TO WS-ISSUE-SEV
              MOVE SPACES TO WS-ISSUE-TEXT
              STRING 'DUPLICATE ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CUR-KEY) DELIMITED BY SIZE
                     ' ENTRY - SAME STEP AND YEAR AS LINE '
                        DELIMITED BY SIZE
                     WS-DUP-LINE DELIMITED BY SIZE
                 INTO WS-ISSUE-TEXT
              PERFORM WRITE-LINE-ISSUE
           END-IF.

      *    Every named predecessor must be an entry on this card and
      *    not the entry itself; either fault blocks the entry.
       CHECK-PLAN-PREDECESSORS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PLAN-COUNT
              MOVE WS-PLN-LINE(I) TO WS-LINE-NUM
              MOVE WS-PLN-PRED1(I) TO WS-PRED-KEY
              PERFORM CHECK-ONE-PREDECESSOR-NAME
              MOVE WS-PLN-PRED2(I) TO WS-PRED-KEY
              PERFORM CHECK-ONE-PREDECESSOR-NAME
           END-PERFORM.

       CHECK-ONE-PREDECESSOR-NAME.
           IF WS-PRED-KEY NOT EQUAL SPACES
              IF WS-PRED-KEY = WS-PLN-KEY(I)
                 MOVE 'Y' TO WS-PLN-BLOCKED(I)
                 MOVE 'E' TO WS-ISSUE-SEV
                 MOVE SPACES TO WS-ISSUE-TEXT
                 STRING FUNCTION TRIM(WS-PLN-KEY(I)) DELIMITED BY SIZE
                        ' NAMES ITSELF AS A PREDECESSOR'
                           DELIMITED BY SIZE
                    INTO WS-ISSUE-TEXT
                 PERFORM WRITE-LINE-ISSUE
              ELSE
                 MOVE 'N' TO WS-PRED-FOUND
                 PERFORM VARYING J FROM 1 BY 1
                    UNTIL J > WS-PLAN-COUNT
                    IF WS-PLN-KEY(J) = WS-PRED-KEY
                       MOVE 'Y' TO WS-PRED-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-PRED-FOUND = 'N'
                    MOVE 'Y' TO WS-PLN-BLOCKED(I)
                    MOVE 'E' TO WS-ISSUE-SEV
                    MOVE SPACES TO WS-ISSUE-TEXT
                    STRING 'PREDECESSOR ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PRED-KEY) DELIMITED BY SIZE
                           ' IS NOT ON THE CARD - '
                              DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PLN-KEY(I))
                              DELIMITED BY SIZE
                           ' WOULD BE HELD' DELIMITED BY SIZE
                       INTO WS-ISSUE-TEXT
                    PERFORM WRITE-LINE-ISSUE
                 END-IF
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    Replay the driver's dependency waves on paper: release
      *    every entry whose predecessors are all released, until a
      *    pass releases nothing. Blocked entries (a missing or self
      *    predecessor, already reported) pass their block on to
      *    everything behind them. Whatever is still unreleased and
      *    unblocked after that sits on a dependency cycle.
      **----------------------------------------------------------------
       CHECK-PLAN-RELEASE.
           MOVE 'Y' TO WS-PASS-PROGRESS.
           PERFORM UNTIL WS-PASS-PROGRESS = 'N'
              MOVE 'N' TO WS-PASS-PROGRESS
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PLAN-COUNT
                 IF WS-PLN-DONE(I) = 'N'
                    AND WS-PLN-BLOCKED(I) = 'N'
                    MOVE 'Y' TO WS-PRED-READY
                    MOVE WS-PLN-PRED1(I) TO WS-PRED-KEY
                    PERFORM CHECK-PREDECESSOR-RELEASED
                    MOVE WS-PLN-PRED2(I) TO WS-PRED-KEY
                    PERFORM CHECK-PREDECESSOR-RELEASED
                    IF WS-PRED-READY = 'Y'
                       MOVE 'Y' TO WS-PLN-DONE(I)
                       MOVE 'Y' TO WS-PASS-PROGRESS
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE 'Y' TO WS-PASS-PROGRESS.
           PERFORM UNTIL WS-PASS-PROGRESS = 'N'
              MOVE 'N' TO WS-PASS-PROGRESS
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PLAN-COUNT
                 IF WS-PLN-DONE(I) = 'N'
                    AND WS-PLN-BLOCKED(I) = 'N'
                    MOVE 'N' TO WS-PRED-HELD
                    MOVE WS-PLN-PRED1(I) TO WS-PRED-KEY
                    PERFORM CHECK-PREDECESSOR-BLOCKED
                    MOVE WS-PLN-PRED2(I) TO WS-PRED-KEY
                    PERFORM CHECK-PREDECESSOR-BLOCKED
                    IF WS-PRED-HELD = 'Y'
                       MOVE 'H' TO WS-PLN-BLOCKED(I)
                       MOVE 'Y' TO WS-PASS-PROGRESS
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PLAN-COUNT
              IF WS-PLN-DONE(I) = 'N'
                 MOVE WS-PLN-LINE(I) TO WS-LINE-NUM
                 MOVE 'E' TO WS-ISSUE-SEV
                 MOVE SPACES TO WS-ISSUE-TEXT
                 EVALUATE WS-PLN-BLOCKED(I)
                    WHEN 'N'
                       STRING FUNCTION TRIM(WS-PLN-KEY(I))
                                 DELIMITED BY SIZE
                              ' IS ON A DEPENDENCY CYCLE - NEVER '
                                 DELIMITED BY SIZE
                              'RELEASED' DELIMITED BY SIZE
                          INTO WS-ISSUE-TEXT
                       PERFORM WRITE-LINE-ISSUE
                    WHEN 'H'
                       STRING FUNCTION TRIM(WS-PLN-KEY(I))
                                 DELIMITED BY SIZE
                              ' WAITS ON A STEP THAT CAN NEVER RUN'
                                 DELIMITED BY SIZE
                          INTO WS-ISSUE-TEXT
                       PERFORM WRITE-LINE-ISSUE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

      *    The driver waits for every card entry carrying the key.
       CHECK-PREDECESSOR-RELEASED.
           IF WS-PRED-KEY NOT EQUAL SPACES
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PLAN-COUNT
                 IF WS-PLN-KEY(J) = WS-PRED-KEY
                    AND WS-PLN-DONE(J) = 'N'
                    MOVE 'N' TO WS-PRED-READY
                 END-IF
              END-PERFORM
           END-IF.

       CHECK-PREDECESSOR-BLOCKED.
           IF WS-PRED-KEY NOT EQUAL SPACES
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PLAN-COUNT
                 IF WS-PLN-KEY(J) = WS-PRED-KEY
                    AND WS-PLN-BLOCKED(J) NOT = 'N'
                    MOVE 'Y' TO WS-PRED-HELD
                 END-IF
              END-PERFORM
           END-IF.

      **----------------------------------------------------------------
      *    The sweep and merge cards: one dataset name per line, blank
      *    lines skipped, each program's own table limit. A repeated
      *    intake feed registers twice and the second registration
      *    reads as a STALE redelivery of the first; a repeated merge
      *    slice is summed twice - both hard errors. A repeated
      *    checkpoint only reports twice.
      **----------------------------------------------------------------
       CHECK-INTAKE-CARD.
           MOVE 'INTAKE CARD' TO WS-LIST-LABEL.
           MOVE WS-INTAKE-CARD-DATASET TO WS-LIST-DATASET.
           MOVE 100 TO WS-LIST-CAP.
           MOVE 'Y' TO WS-LIST-MUST-EXIST.
           MOVE 'E' TO WS-LIST-DUP-SEV.
           MOVE 'E' TO WS-LIST-CAP-SEV.
           PERFORM CHECK-LIST-CARD.

       CHECK-CHECKPOINT-CARD.
           MOVE 'CHECKPOINT CARD' TO WS-LIST-LABEL.
           MOVE WS-CHECKPOINT-CARD-DATASET TO WS-LIST-DATASET.
           MOVE 100 TO WS-LIST-CAP.
           MOVE 'N' TO WS-LIST-MUST-EXIST.
           MOVE 'W' TO WS-LIST-DUP-SEV.
           MOVE 'W' TO WS-LIST-CAP-SEV.
           PERFORM CHECK-LIST-CARD.

       CHECK-MERGE-CARD.
           MOVE 'MERGE CARD' TO WS-LIST-LABEL.
           MOVE WS-MERGE-CARD-DATASET TO WS-LIST-DATASET.
           MOVE 64 TO WS-LIST-CAP.
           MOVE 'N' TO WS-LIST-MUST-EXIST.
           MOVE 'E' TO WS-LIST-DUP-SEV.
           MOVE 'E' TO WS-LIST-CAP-SEV.
           PERFORM CHECK-LIST-CARD.
           IF WS-LIST-CARD-STATUS = '00'
              AND WS-EXPECTED-SLICES > ZERO
              AND WS-LIST-ENTRIES NOT = WS-EXPECTED-SLICES
              MOVE 'E' TO WS-ISSUE-SEV
              MOVE ZERO TO WS-ISSUE-LINE
              MOVE WS-LIST-ENTRIES TO WS-COUNT-SHOW
              MOVE SPACES TO WS-ISSUE-TEXT
              STRING 'CARD NAMES ' DELIMITED BY SIZE
                     WS-COUNT-SHOW DELIMITED BY SIZE
                     ' SLICES, MERGE_EXPECTED_SLICES IS '
                        DELIMITED BY SIZE
                     WS-EXPECTED-SLICES DELIMITED BY SIZE
                 INTO WS-ISSUE-TEXT
              PERFORM WRITE-ISSUE
           END-IF.

       CHECK-LIST-CARD.
           MOVE WS-LIST-LABEL TO WS-ISSUE-CARD.
           MOVE WS-LIST-DATASET TO WS-ISSUE-DATASET.
           MOVE ZERO TO WS-LINE-NUM WS-LIST-COUNT WS-LIST-ENTRIES.
           MOVE 'N' TO CARD-EOF.
           OPEN INPUT LIST-CARD-FILE.
           IF WS-LIST-CARD-STATUS = '00'
              ADD 1 TO WS-CARDS-READ
              PERFORM UNTIL CARD-EOF = 'Y'
                  READ LIST-CARD-FILE
                      AT END
                          MOVE 'Y' TO CARD-EOF
                      NOT AT END
                          ADD 1 TO WS-LINE-NUM
                          IF CC-INPUT-DATASET NOT EQUAL SPACES
                             PERFORM CHECK-ONE-LIST-ENTRY
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LIST-CARD-FILE
           ELSE
              PERFORM NOTE-CARD-ABSENT
           END-IF.

       CHECK-ONE-LIST-ENTRY.
           ADD 1 TO WS-LIST-ENTRIES.
           MOVE ZERO TO WS-DUP-LINE.
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-LIST-COUNT OR WS-DUP-LINE > ZERO
              IF WS-LST-NAME(J) = CC-INPUT-DATASET
                 MOVE WS-LST-LINE(J) TO WS-DUP-LINE
              END-IF
           END-PERFORM.
           IF WS-DUP-LINE > ZERO
              MOVE WS-LIST-DUP-SEV TO WS-ISSUE-SEV
              MOVE SPACES TO WS-ISSUE-TEXT
              STRING FUNCTION TRIM(CC-INPUT-DATASET) DELIMITED BY SIZE
                     ' REPEATS LINE ' DELIMITED BY SIZE
                     WS-DUP-LINE DELIMITED BY SIZE
                 INTO WS-ISSUE-TEXT
              PERFORM WRITE-LINE-ISSUE
           ELSE
              IF WS-LIST-COUNT < WS-LIST-CAP
                 ADD 1 TO WS-LIST-COUNT
                 MOVE CC-INPUT-DATASET TO WS-LST-NAME(WS-LIST-COUNT)
                 MOVE WS-LINE-NUM TO WS-LST-LINE(WS-LIST-COUNT)
              ELSE
                 MOVE WS-LIST-CAP-SEV TO WS-ISSUE-SEV
                 MOVE WS-LIST-CAP TO WS-COUNT-SHOW
                 MOVE SPACES TO WS-ISSUE-TEXT
                 STRING 'ENTRY PAST THE ' DELIMITED BY SIZE
                        WS-COUNT-SHOW DELIMITED BY SIZE
                        '-ENTRY LIMIT - NEVER READ' DELIMITED BY SIZE
                    INTO WS-ISSUE-TEXT
                 PERFORM WRITE-LINE-ISSUE
              END-IF
           END-IF.
           IF WS-LIST-MUST-EXIST = 'Y'
              MOVE FUNCTION TRIM(CC-INPUT-DATASET) TO WS-CHECK-NAME
              PERFORM CHECK-FILE-EXISTS
              IF WS-EXIST-RC NOT = ZERO
                 MOVE 'E' TO WS-ISSUE-SEV
                 MOVE SPACES TO WS-ISSUE-TEXT
                 STRING 'FEED NOT ON DISK: ' DELIMITED BY SIZE
                        FUNCTION TRIM(CC-INPUT-DATASET)
                           DELIMITED BY SIZE
                    INTO WS-ISSUE-TEXT
                 PERFORM WRITE-LINE-ISSUE
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    Report lines: severity, card, dataset, line, finding.
      **----------------------------------------------------------------
       NOTE-CARD-ABSENT.
           MOVE 'I' TO WS-ISSUE-SEV.
           MOVE ZERO TO WS-ISSUE-LINE.
           MOVE 'NOT ON DISK - DEFAULTS APPLY' TO WS-ISSUE-TEXT.
           PERFORM WRITE-ISSUE.

       WRITE-LINE-ISSUE.
           MOVE WS-LINE-NUM TO WS-ISSUE-LINE.
           PERFORM WRITE-ISSUE.

       WRITE-ISSUE.
           EVALUATE WS-ISSUE-SEV
              WHEN 'E'
                 ADD 1 TO WS-ERROR-COUNT
              WHEN 'W'
                 ADD 1 TO WS-WARNING-COUNT
           END-EVALUATE.
           MOVE WS-ISSUE-LINE TO WS-LINE-SHOW.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-ISSUE-LINE > ZERO
              STRING WS-ISSUE-SEV DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-ISSUE-CARD DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ISSUE-DATASET) DELIMITED BY SIZE
                     ' LINE ' DELIMITED BY SIZE
                     WS-LINE-SHOW DELIMITED BY SIZE
                     ': ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ISSUE-TEXT) DELIMITED BY SIZE
                 INTO REPORT-RECORD
           ELSE
              STRING WS-ISSUE-SEV DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-ISSUE-CARD DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ISSUE-DATASET) DELIMITED BY SIZE
                     ': ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ISSUE-TEXT) DELIMITED BY SIZE
                 INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           DISPLAY FUNCTION TRIM(REPORT-RECORD TRAILING).

       WRITE-CHECK-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'CARDS CHECKED ' DELIMITED BY SIZE
                  WS-CARDS-READ DELIMITED BY SIZE
                  ' ERRORS ' DELIMITED BY SIZE
                  WS-ERROR-COUNT DELIMITED BY SIZE
                  ' WARNINGS ' DELIMITED BY SIZE
                  WS-WARNING-COUNT DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CHECK-FILE-EXISTS.
           CALL 'CBL_CHECK_FILE_EXIST'
              USING WS-CHECK-NAME WS-FILE-INFO.
           MOVE RETURN-CODE TO WS-EXIST-RC.
           MOVE ZERO TO RETURN-CODE.
