      **  mismatch - totals without roster, roster without totals -    *
      **  go to the exception report. A team-level rollup report of    *
      **  calorie totals and best ranks closes the load.               *
      **                                                               *
      **  Ranking and the roster join run off sorted work files, not   *
      **  working-storage tables, so the feed's size is bounded only   *
      **  by disk: the totals sort descending by calorie total to      *
      **  assign rank, then back into elf-number order to match-merge  *
      **  against the roster sorted the same way. The load closes by   *
      **  reporting every record count so a short load shows up.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

      *    Work files between the sorts: the ranked totals, the
      *    roster in elf-number order, and the exceptions as the
      *    match-merge finds them.
          SELECT RANK-WORK-FILE
              ASSIGN DYNAMIC WS-RANK-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-RANK-WORK-STATUS.

          SELECT ROSTER-WORK-FILE
              ASSIGN DYNAMIC WS-ROSTER-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-ROSTER-WORK-STATUS.

          SELECT EXCEPTION-WORK-FILE
              ASSIGN DYNAMIC WS-EXCEPTION-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-EXCEPTION-WORK-STATUS.

          SELECT RANK-SORT-FILE ASSIGN TO SORTWK01.

          SELECT JOIN-SORT-FILE ASSIGN TO SORTWK02.

          SELECT ROSTER-SORT-FILE ASSIGN TO SORTWK03.

          SELECT EXCEPTION-SORT-FILE ASSIGN TO SORTWK04.

          SELECT TEAM-SORT-FILE ASSIGN TO SORTWK05.

       DATA DIVISION.
       FILE SECTION.
      *    The work file also carries HDR/FTR label records wider than
       FD ROLLUP-FILE.
       01 ROLLUP-RECORD           PIC X(100).

      *    One record per totals record, carrying its place in the
      *    feed (the sequence number) so ties and duplicates resolve
      *    exactly as the feed presented them.
       FD RANK-WORK-FILE.
       01 RANK-WORK-RECORD.
          05 RKW-ELF-NUM          PIC 9(5).
          05 RKW-SEP-1            PIC X.
          05 RKW-SEQ              PIC 9(9).
          05 RKW-SEP-2            PIC X.
          05 RKW-TOTAL            PIC 9(15).
          05 RKW-SEP-3            PIC X.
          05 RKW-RANK             PIC 9(5).

       FD ROSTER-WORK-FILE.
       01 ROSTER-WORK-RECORD.
          05 RSW-ELF-NUM          PIC 9(5).
          05 RSW-SEP-1            PIC X.
          05 RSW-SEQ              PIC 9(9).
          05 RSW-SEP-2            PIC X.
          05 RSW-NAME             PIC X(20).
          05 RSW-SEP-3            PIC X.
          05 RSW-TEAM             PIC X(10).

      *    Kind 1 is a totals record without roster, kind 2 a roster
      *    entry without totals; each kind reports in its own file's
      *    order.
       FD EXCEPTION-WORK-FILE.
       01 EXCEPTION-WORK-RECORD.
          05 EXW-KIND             PIC 9.
          05 EXW-SEQ              PIC 9(9).
          05 EXW-TEXT             PIC X(100).

       SD RANK-SORT-FILE.
       01 RANK-SORT-RECORD.
          05 RKS-TOTAL            PIC 9(15).
          05 RKS-SEQ              PIC 9(9).
          05 RKS-ELF-NUM          PIC 9(5).

       SD JOIN-SORT-FILE.
       01 JOIN-SORT-RECORD.
          05 JNS-ELF-NUM          PIC 9(5).
          05 JNS-SEP-1            PIC X.
          05 JNS-SEQ              PIC 9(9).
          05 JNS-SEP-2            PIC X.
          05 JNS-TOTAL            PIC 9(15).
          05 JNS-SEP-3            PIC X.
          05 JNS-RANK             PIC 9(5).

       SD ROSTER-SORT-FILE.
       01 ROSTER-SORT-RECORD.
          05 RSS-ELF-NUM          PIC 9(5).
          05 RSS-SEP-1            PIC X.
          05 RSS-SEQ              PIC 9(9).
          05 RSS-SEP-2            PIC X.
          05 RSS-NAME             PIC X(20).
          05 RSS-SEP-3            PIC X.
          05 RSS-TEAM             PIC X(10).

       SD EXCEPTION-SORT-FILE.
       01 EXCEPTION-SORT-RECORD.
          05 EXS-KIND             PIC 9.
          05 EXS-SEQ              PIC 9(9).
          05 EXS-TEXT             PIC X(100).

       SD TEAM-SORT-FILE.
       01 TEAM-SORT-RECORD.
          05 TMS-FIRST-SEQ        PIC 9(9).
          05 TMS-NAME             PIC X(10).
          05 TMS-ELVES            PIC 9(5).
          05 TMS-TOTAL            PIC 9(15).
          05 TMS-BEST-RANK        PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-ELF-TOTALS-DATASET   PIC X(80) VALUE 'elftotals.txt'.
       01 WS-ELF-TOTALS-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-ROLLUP-DATASET       PIC X(80) VALUE 'teamrollup.txt'.
       01 ROSTER-EOF              PIC X     VALUE 'N'.

       01 WS-RANK-WORK-DATASET    PIC X(80) VALUE 'elfrank.wrk'.
       01 WS-RANK-WORK-STATUS     PIC X(2)  VALUE SPACES.
       01 WS-ROSTER-WORK-DATASET  PIC X(80) VALUE 'elfroster.wrk'.
       01 WS-ROSTER-WORK-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-EXCEPTION-WORK-DATASET
                                  PIC X(80) VALUE 'rosterexc.wrk'.
       01 WS-EXCEPTION-WORK-STATUS
                                  PIC X(2)  VALUE SPACES.
       01 WS-SORT-EOF             PIC X     VALUE 'N'.

      *    Record counts reported at the end of every load.
       01 WS-ELF-COUNT            PIC 9(9)  VALUE ZERO.
       01 WS-ROSTER-COUNT         PIC 9(9)  VALUE ZERO.
       01 WS-MASTER-COUNT         PIC 9(9)  VALUE ZERO.
       01 WS-DUPLICATE-COUNT      PIC 9(9)  VALUE ZERO.
       01 WS-EXCEPTION-COUNT      PIC 9(9)  VALUE ZERO.

      *    Ranking: position in descending-total order, and the
      *    total and rank of the tie group in hand.
       01 WS-RANK-POS             PIC 9(9)  VALUE ZERO.
       01 WS-PRIOR-TOTAL          PIC 9(15) VALUE ZERO.
       01 WS-CURRENT-RANK         PIC 9(9)  VALUE ZERO.

      *    Match-merge state: the elf number last matched and the
      *    name and team the roster gave it, so a duplicated totals
      *    record takes the same answer as the first.
       01 WS-JOIN-HELD            PIC X     VALUE 'N'.
       01 WS-JOIN-ELF             PIC 9(5)  VALUE ZERO.
       01 WS-JOIN-NAME            PIC X(20) VALUE SPACES.
       01 WS-JOIN-TEAM            PIC X(10) VALUE SPACES.

      *    Team rollup accumulators: calorie total, elf count, and
      *    the team's best (lowest) rank.
             10 WS-TEM-ELVES      PIC 9(5).
             10 WS-TEM-TOTAL      PIC 9(15).
             10 WS-TEM-BEST-RANK  PIC 9(5).
             10 WS-TEM-FIRST-SEQ  PIC 9(9).
       01 WS-TEAM-IX              PIC 9(3)  VALUE ZERO.

       01 T                       PIC 9(3).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-LOAD-PARMS.
           PERFORM CHECK-WORK-DATASETS.
           SORT RANK-SORT-FILE
              ON DESCENDING KEY RKS-TOTAL
              ON ASCENDING KEY RKS-SEQ
              INPUT PROCEDURE IS RELEASE-ELF-TOTALS
              OUTPUT PROCEDURE IS RANK-ELF-TOTALS.
           IF WS-ELF-COUNT = ZERO
              DISPLAY 'NO ELF TOTALS TO LOAD - STATUS '
                 WS-ELF-TOTALS-STATUS ' DATASET '
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SORT ROSTER-SORT-FILE
              ON ASCENDING KEY RSS-ELF-NUM RSS-SEQ
              INPUT PROCEDURE IS RELEASE-ROSTER
              GIVING ROSTER-WORK-FILE.
           OPEN OUTPUT ELF-MASTER-FILE.
           IF WS-ELF-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ELF MASTER NOT OPENED - STATUS '
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SORT JOIN-SORT-FILE
              ON ASCENDING KEY JNS-ELF-NUM JNS-SEQ
              USING RANK-WORK-FILE
              OUTPUT PROCEDURE IS JOIN-ROSTER.
           CLOSE ELF-MASTER-FILE.
           SORT EXCEPTION-SORT-FILE
              ON ASCENDING KEY EXS-KIND EXS-SEQ
              USING EXCEPTION-WORK-FILE
              OUTPUT PROCEDURE IS WRITE-EXCEPTIONS.
           SORT TEAM-SORT-FILE
              ON ASCENDING KEY TMS-FIRST-SEQ
              INPUT PROCEDURE IS RELEASE-TEAMS
              OUTPUT PROCEDURE IS WRITE-TEAM-ROLLUP.
           DISPLAY WS-MASTER-COUNT ' ELVES LOADED TO '
              FUNCTION TRIM(WS-ELF-MASTER-DATASET).
           DISPLAY WS-ELF-COUNT ' ELF TOTALS RECORDS READ'.
           DISPLAY WS-ROSTER-COUNT ' ROSTER RECORDS READ'.
           DISPLAY WS-MASTER-COUNT ' MASTER RECORDS WRITTEN'.
           DISPLAY WS-DUPLICATE-COUNT ' DUPLICATE ELF NUMBERS'
              ' NOT LOADED'.
           IF WS-EXCEPTION-COUNT > ZERO
              DISPLAY WS-EXCEPTION-COUNT ' ROSTER EXCEPTIONS - SEE '
                 FUNCTION TRIM(WS-EXCEPTION-DATASET)
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ROLLUP-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ELF_RANK_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-RANK-WORK-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ELF_ROSTER_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ROSTER-WORK-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ROSTER_EXCEPTION_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-EXCEPTION-WORK-DATASET
           END-IF.

      **----------------------------------------------------------------
      *    The work files must be writable before any sort starts -
      *    a sort that cannot hand its output on would lose records
      *    silently.
      **----------------------------------------------------------------
       CHECK-WORK-DATASETS.
           OPEN OUTPUT RANK-WORK-FILE.
           IF WS-RANK-WORK-STATUS NOT EQUAL '00'
              DISPLAY 'RANK WORK DATASET '
                 FUNCTION TRIM(WS-RANK-WORK-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-RANK-WORK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE RANK-WORK-FILE.
           OPEN OUTPUT ROSTER-WORK-FILE.
           IF WS-ROSTER-WORK-STATUS NOT EQUAL '00'
              DISPLAY 'ROSTER WORK DATASET '
                 FUNCTION TRIM(WS-ROSTER-WORK-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-ROSTER-WORK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE ROSTER-WORK-FILE.
           OPEN OUTPUT EXCEPTION-WORK-FILE.
           IF WS-EXCEPTION-WORK-STATUS NOT EQUAL '00'
              DISPLAY 'EXCEPTION WORK DATASET '
                 FUNCTION TRIM(WS-EXCEPTION-WORK-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-EXCEPTION-WORK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE EXCEPTION-WORK-FILE.

      **----------------------------------------------------------------
      *    Ranking sort input: every elf record of the totals work
      *    file, numbered in feed order.
      **----------------------------------------------------------------
       RELEASE-ELF-TOTALS.
           OPEN INPUT ELF-TOTALS-FILE.
           IF WS-ELF-TOTALS-STATUS = '00'
              PERFORM UNTIL EOF = 'Y'
                             WHEN 'FTR'
                                CONTINUE
                             WHEN OTHER
                                ADD 1 TO WS-ELF-COUNT
                                MOVE ELF-TOTAL TO RKS-TOTAL
                                MOVE WS-ELF-COUNT TO RKS-SEQ
                                MOVE ELF-NUM TO RKS-ELF-NUM
                                RELEASE RANK-SORT-RECORD
                          END-EVALUATE
                  END-READ
              END-PERFORM
              CLOSE ELF-TOTALS-FILE
           END-IF.

      **----------------------------------------------------------------
      *    Rank at load time - 1 plus the number of elves carrying
      *    strictly more, ties sharing a rank - so the inquiry reads
      *    rank straight off the keyed record instead of recomputing
      *    it per question. In descending-total order that is the
      *    position of the first elf of each tie group.
      **----------------------------------------------------------------
       RANK-ELF-TOTALS.
           OPEN OUTPUT RANK-WORK-FILE.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE ZERO TO WS-RANK-POS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN RANK-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      ADD 1 TO WS-RANK-POS
                      IF WS-RANK-POS = 1
                         OR RKS-TOTAL NOT = WS-PRIOR-TOTAL
                         MOVE WS-RANK-POS TO WS-CURRENT-RANK
                         MOVE RKS-TOTAL TO WS-PRIOR-TOTAL
                      END-IF
                      MOVE RKS-ELF-NUM TO RKW-ELF-NUM
                      MOVE RKS-SEQ TO RKW-SEQ
                      MOVE RKS-TOTAL TO RKW-TOTAL
                      MOVE WS-CURRENT-RANK TO RKW-RANK
                      MOVE SPACE TO RKW-SEP-1 RKW-SEP-2 RKW-SEP-3
                      WRITE RANK-WORK-RECORD
                   END-RETURN
           END-PERFORM.
           CLOSE RANK-WORK-FILE.

      **----------------------------------------------------------------
      *    The roster master, numbered in its own order, into the
      *    roster sort. A missing roster is reported through the
      *    exceptions - every elf then loads UNKNOWN - rather than
      *    failing the load the totals are good for.
      **----------------------------------------------------------------
       RELEASE-ROSTER.
           OPEN INPUT ELF-ROSTER-FILE.
           IF WS-ELF-ROSTER-STATUS = '00'
              PERFORM UNTIL ROSTER-EOF = 'Y'
                      AT END
                          MOVE 'Y' TO ROSTER-EOF
                      NOT AT END
                          ADD 1 TO WS-ROSTER-COUNT
                          MOVE RST-ELF-NUM TO RSS-ELF-NUM
                          MOVE WS-ROSTER-COUNT TO RSS-SEQ
                          MOVE RST-NAME TO RSS-NAME
                          MOVE RST-TEAM TO RSS-TEAM
                          MOVE SPACE TO RSS-SEP-1 RSS-SEP-2 RSS-SEP-3
                          RELEASE ROSTER-SORT-RECORD
                  END-READ
              END-PERFORM
              CLOSE ELF-ROSTER-FILE
      *    of a mismatch are exceptions (request 035): a totals
      *    record with no roster entry loads as UNKNOWN, and a roster
      *    entry with no totals record means an elf the feed never
      *    reported. Both files arrive in elf-number order, so one
      *    pass matches them; where the roster repeats an elf number
      *    its last entry supplies the name.
      **----------------------------------------------------------------
       JOIN-ROSTER.
           OPEN INPUT ROSTER-WORK-FILE
                OUTPUT EXCEPTION-WORK-FILE.
           MOVE 'N' TO ROSTER-EOF WS-SORT-EOF WS-JOIN-HELD.
           PERFORM READ-ROSTER-WORK.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN JOIN-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      PERFORM JOIN-ONE-ELF
                   END-RETURN
           END-PERFORM.
           PERFORM UNTIL ROSTER-EOF = 'Y'
              PERFORM WRITE-ROSTER-EXCEPTION
              PERFORM READ-ROSTER-WORK
           END-PERFORM.
           CLOSE ROSTER-WORK-FILE
                 EXCEPTION-WORK-FILE.

       READ-ROSTER-WORK.
           READ ROSTER-WORK-FILE
              AT END
                 MOVE 'Y' TO ROSTER-EOF
           END-READ.

       JOIN-ONE-ELF.
           IF WS-JOIN-HELD = 'N' OR JNS-ELF-NUM NOT = WS-JOIN-ELF
              MOVE 'Y' TO WS-JOIN-HELD
              MOVE JNS-ELF-NUM TO WS-JOIN-ELF
              MOVE 'UNKNOWN' TO WS-JOIN-NAME
              MOVE 'UNKNOWN' TO WS-JOIN-TEAM
              PERFORM UNTIL ROSTER-EOF = 'Y'
                 OR RSW-ELF-NUM > JNS-ELF-NUM
                 IF RSW-ELF-NUM < JNS-ELF-NUM
                    PERFORM WRITE-ROSTER-EXCEPTION
                 ELSE
                    MOVE RSW-NAME TO WS-JOIN-NAME
                    MOVE RSW-TEAM TO WS-JOIN-TEAM
                 END-IF
                 PERFORM READ-ROSTER-WORK
              END-PERFORM
           END-IF.
           MOVE JNS-ELF-NUM TO ELM-ELF-NUM.
           MOVE JNS-TOTAL TO ELM-TOTAL.
           MOVE JNS-RANK TO ELM-RANK.
           MOVE WS-JOIN-NAME TO ELM-NAME.
           MOVE WS-JOIN-TEAM TO ELM-TEAM.
           WRITE ELF-MASTER-RECORD
              INVALID KEY
                 DISPLAY 'DUPLICATE ELF NUMBER ' ELM-ELF-NUM
                    ' NOT LOADED'
                 ADD 1 TO WS-DUPLICATE-COUNT
              NOT INVALID KEY
                 ADD 1 TO WS-MASTER-COUNT
           END-WRITE.
           IF WS-JOIN-NAME = 'UNKNOWN'
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE 1 TO EXW-KIND
              MOVE JNS-SEQ TO EXW-SEQ
              MOVE SPACES TO EXW-TEXT
              STRING 'TOTALS WITHOUT ROSTER - ELF '
                        DELIMITED BY SIZE
                     JNS-ELF-NUM DELIMITED BY SIZE
                     ' TOTAL ' DELIMITED BY SIZE
                     JNS-TOTAL DELIMITED BY SIZE
                 INTO EXW-TEXT
              WRITE EXCEPTION-WORK-RECORD
           END-IF.
           PERFORM ROLL-UP-ONE-ELF.

       WRITE-ROSTER-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE 2 TO EXW-KIND.
           MOVE RSW-SEQ TO EXW-SEQ.
           MOVE SPACES TO EXW-TEXT.
           STRING 'ROSTER WITHOUT TOTALS - ELF '
                     DELIMITED BY SIZE
                  RSW-ELF-NUM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(RSW-NAME)
                     DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  FUNCTION TRIM(RSW-TEAM)
                     DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
              INTO EXW-TEXT.
           WRITE EXCEPTION-WORK-RECORD.

      **----------------------------------------------------------------
      *    The exception report: every totals record without roster
      *    in feed order, then every roster entry without totals in
      *    roster order.
      **----------------------------------------------------------------
       WRITE-EXCEPTIONS.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN EXCEPTION-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      MOVE EXS-TEXT TO EXCEPTION-RECORD
                      WRITE EXCEPTION-RECORD
                   END-RETURN
           END-PERFORM.
           CLOSE EXCEPTION-FILE.

      **----------------------------------------------------------------
      *    Team-level rollup (request 035): per expedition team, how
      *    many elves, the team's calorie total, and its best rank.
      *    Teams list in the order the feed first reports one of
      *    their elves.
      **----------------------------------------------------------------
       ROLL-UP-ONE-ELF.
           MOVE ZERO TO WS-TEAM-IX.
           PERFORM VARYING T FROM 1 BY 1
              UNTIL T > WS-TEAM-COUNT OR WS-TEAM-IX > ZERO
              IF WS-TEM-NAME(T) = WS-JOIN-TEAM
                 MOVE T TO WS-TEAM-IX
              END-IF
           END-PERFORM.
           IF WS-TEAM-IX = ZERO AND WS-TEAM-COUNT < 100
              ADD 1 TO WS-TEAM-COUNT
              MOVE WS-TEAM-COUNT TO WS-TEAM-IX
              MOVE ZEROS TO WS-TEAM-ENTRY(WS-TEAM-IX)
              MOVE WS-JOIN-TEAM TO WS-TEM-NAME(WS-TEAM-IX)
              MOVE 99999 TO WS-TEM-BEST-RANK(WS-TEAM-IX)
              MOVE JNS-SEQ TO WS-TEM-FIRST-SEQ(WS-TEAM-IX)
           END-IF.
           IF WS-TEAM-IX > ZERO
              ADD 1 TO WS-TEM-ELVES(WS-TEAM-IX)
              ADD JNS-TOTAL TO WS-TEM-TOTAL(WS-TEAM-IX)
              IF JNS-RANK < WS-TEM-BEST-RANK(WS-TEAM-IX)
                 MOVE JNS-RANK TO WS-TEM-BEST-RANK(WS-TEAM-IX)
              END-IF
              IF JNS-SEQ < WS-TEM-FIRST-SEQ(WS-TEAM-IX)
                 MOVE JNS-SEQ TO WS-TEM-FIRST-SEQ(WS-TEAM-IX)
              END-IF
           END-IF.

       RELEASE-TEAMS.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TEAM-COUNT
              MOVE WS-TEM-FIRST-SEQ(T) TO TMS-FIRST-SEQ
              MOVE WS-TEM-NAME(T) TO TMS-NAME
              MOVE WS-TEM-ELVES(T) TO TMS-ELVES
              MOVE WS-TEM-TOTAL(T) TO TMS-TOTAL
              MOVE WS-TEM-BEST-RANK(T) TO TMS-BEST-RANK
              RELEASE TEAM-SORT-RECORD
           END-PERFORM.

       WRITE-TEAM-ROLLUP.
           OPEN OUTPUT ROLLUP-FILE.
           MOVE 'TEAM       ELVES TOTAL           BEST RANK' TO
              ROLLUP-RECORD.
           WRITE ROLLUP-RECORD.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN TEAM-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      MOVE SPACES TO ROLLUP-RECORD
                      STRING TMS-NAME DELIMITED BY SIZE
                             ' ' DELIMITED BY SIZE
                             TMS-ELVES DELIMITED BY SIZE
                             ' ' DELIMITED BY SIZE
                             TMS-TOTAL DELIMITED BY SIZE
                             ' ' DELIMITED BY SIZE
                             TMS-BEST-RANK DELIMITED BY SIZE
                         INTO ROLLUP-RECORD
                      WRITE ROLLUP-RECORD
                   END-RETURN
           END-PERFORM.
           CLOSE ROLLUP-FILE.
