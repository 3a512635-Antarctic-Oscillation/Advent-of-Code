      ******************************************************************
      **                IDENTIFICATION DIVISION                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELF-PROFILE-PROGRAM.

      ******************************************************************
      **  Cross-puzzle elf profile. The roster (RSTREC.cpy) and the    *
      **  elf master only know Day-1 calories; the Day-2 rounds, the   *
      **  Day-3 rucksacks and the Day-4 section pairs are anonymous    *
      **  lines. The line-to-elf assignment file (ASNREC.cpy) says     *
      **  which lines of each of those feeds belong to which elf. It   *
      **  is validated against the roster first - malformed records,   *
      **  days other than 2-4, bad line ranges, elves not on the       *
      **  roster and ranges that overlap an earlier assignment for     *
      **  the same day are refused to the exception report, and only   *
      **  the records that pass credit any line to an elf.             *
      **                                                               *
      **  Each feed is then read once and every assigned line scored   *
      **  exactly the way the puzzle program scores it:                *
      **    Day 1 - total and rank, keyed off the elf master           *
      **            (ELFMREC.cpy, as ELF-MASTER-LOAD-PROGRAM ranked);  *
      **    Day 2 - round score under both readings of the guide       *
      **            (DAY_2-PROGRAM and DAY_2_P2-PROGRAM);              *
      **    Day 3 - each rucksack's common item and priority           *
      **            (DAY-2-P1-PROGRAM) and its badge group's badge     *
      **            (DAY-2-P2-PROGRAM - groups are every three         *
      **            physical lines, whoever carries them);             *
      **    Day 4 - each pair with its fully-contained and overlap     *
      **            flags (DAY_4-PROGRAM).                             *
      **  The report is rolled up by expedition team (RST-TEAM): one   *
      **  page per elf, a rollup page closing each team, and a         *
      **  team summary page at the end.                                *
      **                                                               *
      **  The roster join runs off sorted work files, not working-     *
      **  storage tables, so the roster and the feeds are bounded      *
      **  only by disk: the roster sorts by elf number to match-merge  *
      **  the assignments against, every credited line is written to   *
      **  a feed work file under its elf's team and roster position,   *
      **  and that file sorts into one summary record per elf plus     *
      **  the Day-3 and Day-4 detail lines. The roster then sorts      *
      **  into team order to drive the pages, matched against both.    *
      **                                                               *
      **  Same report conventions as the elf master load: a plain      *
      **  report dataset, an exception dataset, console summary with   *
      **  every record count, no generation suffix and no ledger       *
      **  append. RC 4 when any exception was reported, RC 8 when      *
      **  there is no roster or a work dataset cannot be written.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ELF-ROSTER-FILE
              ASSIGN DYNAMIC WS-ELF-ROSTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-ELF-ROSTER-STATUS.

          SELECT ELF-ASSIGNMENT-FILE
              ASSIGN DYNAMIC WS-ASSIGNMENT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-ASSIGNMENT-STATUS.

      *    Day-1 figures come straight off the keyed master - not
      *    found is not an error, the Day-1 line of every page then
      *    says so.
          SELECT ELF-MASTER-FILE
              ASSIGN DYNAMIC WS-ELF-MASTER-DATASET
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS ELM-ELF-NUM
              FILE STATUS IS WS-ELF-MASTER-STATUS.

          SELECT INPUT-FILE ASSIGN DYNAMIC WS-INPUT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-INPUT-STATUS.

          SELECT EXCEPTION-FILE
              ASSIGN DYNAMIC WS-EXCEPTION-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

          SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

      *    Work files between the sorts: the roster in elf-number
      *    order, the assignments with their roster check, every
      *    credited feed line, and the per-elf summary and detail
      *    lines the pages are written from.
          SELECT ROSTER-WORK-FILE
              ASSIGN DYNAMIC WS-ROSTER-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-ROSTER-WORK-STATUS.

          SELECT ASSIGN-WORK-FILE
              ASSIGN DYNAMIC WS-ASSIGN-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-ASSIGN-WORK-STATUS.

          SELECT FEED-WORK-FILE
              ASSIGN DYNAMIC WS-FEED-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-FEED-WORK-STATUS.

          SELECT SUMMARY-WORK-FILE
              ASSIGN DYNAMIC WS-SUMMARY-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-SUMMARY-WORK-STATUS.

          SELECT DETAIL-WORK-FILE
              ASSIGN DYNAMIC WS-DETAIL-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-DETAIL-WORK-STATUS.

          SELECT ROSTER-SORT-FILE ASSIGN TO SORTWK01.

          SELECT ASSIGN-SORT-FILE ASSIGN TO SORTWK02.

          SELECT EDIT-SORT-FILE ASSIGN TO SORTWK03.

          SELECT FEED-SORT-FILE ASSIGN TO SORTWK04.

          SELECT PAGE-SORT-FILE ASSIGN TO SORTWK05.

       DATA DIVISION.
       FILE SECTION.
       FD ELF-ROSTER-FILE.
          COPY "RSTREC.cpy".

       FD ELF-ASSIGNMENT-FILE.
          COPY "ASNREC.cpy".

       FD ELF-MASTER-FILE.
          COPY "ELFMREC.cpy".

       FD INPUT-FILE.
          COPY "RECLAY.cpy".

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD        PIC X(100).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(100).

      *    One record per roster entry, carrying its place in the
      *    roster (the sequence number) and the team it rolls up to
      *    (zero when the team table was full).
       FD ROSTER-WORK-FILE.
       01 ROSTER-WORK-RECORD.
          05 RSW-ELF-NUM          PIC 9(5).
          05 RSW-SEP-1            PIC X.
          05 RSW-SEQ              PIC 9(9).
          05 RSW-SEP-2            PIC X.
          05 RSW-NAME             PIC X(20).
          05 RSW-SEP-3            PIC X.
          05 RSW-TEAM             PIC X(10).
          05 RSW-SEP-4            PIC X.
          05 RSW-TEAM-IX          PIC 9(3).

      *    One record per assignment record read, with the reason it
      *    is refused (spaces while it still stands) and, once the
      *    roster has been matched, the roster entry it credits.
       FD ASSIGN-WORK-FILE.
       01 ASSIGN-WORK-RECORD.
          05 ASW-ELF-NUM          PIC 9(5).
          05 ASW-REC-NUM          PIC 9(6).
          05 ASW-DAY              PIC 9(2).
          05 ASW-FROM             PIC 9(6).
          05 ASW-TO               PIC 9(6).
          05 ASW-RST-SEQ          PIC 9(9).
          05 ASW-TEAM-IX          PIC 9(3).
          05 ASW-IMAGE            PIC X(22).
          05 ASW-REASON           PIC X(45).

      *    One record per credited feed line, keyed by the team and
      *    roster position of the elf it is credited to; day 0 marks
      *    an accepted assignment, so an elf whose lines were all
      *    blank still shows as assigned.
       FD FEED-WORK-FILE.
       01 FEED-WORK-RECORD.
          05 FDW-KEY.
             10 FDW-TEAM-IX       PIC 9(3).
             10 FDW-RST-SEQ       PIC 9(9).
          05 FDW-DAY              PIC 9(2).
          05 FDW-LINE             PIC 9(6).
          05 FDW-ROUND-VALID      PIC X.
          05 FDW-P1-SCORE         PIC 9.
          05 FDW-P2-SCORE         PIC 9.
          05 FDW-GROUP            PIC 9(5).
          05 FDW-ITEM-PRIORITY    PIC 9(2).
          05 FDW-BADGE-PRIORITY   PIC 9(2).
          05 FDW-ITEM             PIC X.
          05 FDW-BADGE            PIC X.
          05 FDW-CONTAINED        PIC X.
          05 FDW-OVERLAPS         PIC X.
          05 FDW-PAIR             PIC X(23).

      *    One record per assigned elf: WS-ELF-FIGURES as the
      *    summary pass left it.
       FD SUMMARY-WORK-FILE.
       01 SUMMARY-WORK-RECORD.
          05 SMW-KEY.
             10 SMW-TEAM-IX       PIC 9(3).
             10 SMW-RST-SEQ       PIC 9(9).
          05 SMW-FIGURES          PIC X(63).

      *    The Day-3 and Day-4 feed lines, in page order.
       FD DETAIL-WORK-FILE.
       01 DETAIL-WORK-RECORD.
          05 DTW-KEY.
             10 DTW-TEAM-IX       PIC 9(3).
             10 DTW-RST-SEQ       PIC 9(9).
          05 DTW-DAY              PIC 9(2).
          05 DTW-LINE             PIC 9(6).
          05 DTW-ROUND-VALID      PIC X.
          05 DTW-P1-SCORE         PIC 9.
          05 DTW-P2-SCORE         PIC 9.
          05 DTW-GROUP            PIC 9(5).
          05 DTW-ITEM-PRIORITY    PIC 9(2).
          05 DTW-BADGE-PRIORITY   PIC 9(2).
          05 DTW-ITEM             PIC X.
          05 DTW-BADGE            PIC X.
          05 DTW-CONTAINED        PIC X.
          05 DTW-OVERLAPS         PIC X.
          05 DTW-PAIR             PIC X(23).

       SD ROSTER-SORT-FILE.
       01 ROSTER-SORT-RECORD.
          05 RSS-ELF-NUM          PIC 9(5).
          05 RSS-SEP-1            PIC X.
          05 RSS-SEQ              PIC 9(9).
          05 RSS-SEP-2            PIC X.
          05 RSS-NAME             PIC X(20).
          05 RSS-SEP-3            PIC X.
          05 RSS-TEAM             PIC X(10).
          05 RSS-SEP-4            PIC X.
          05 RSS-TEAM-IX          PIC 9(3).

       SD ASSIGN-SORT-FILE.
       01 ASSIGN-SORT-RECORD.
          05 ASS-ELF-NUM          PIC 9(5).
          05 ASS-REC-NUM          PIC 9(6).
          05 ASS-DAY              PIC 9(2).
          05 ASS-FROM             PIC 9(6).
          05 ASS-TO               PIC 9(6).
          05 ASS-RST-SEQ          PIC 9(9).
          05 ASS-TEAM-IX          PIC 9(3).
          05 ASS-IMAGE            PIC X(22).
          05 ASS-REASON           PIC X(45).

       SD EDIT-SORT-FILE.
       01 EDIT-SORT-RECORD.
          05 EDS-ELF-NUM          PIC 9(5).
          05 EDS-REC-NUM          PIC 9(6).
          05 EDS-DAY              PIC 9(2).
          05 EDS-FROM             PIC 9(6).
          05 EDS-TO               PIC 9(6).
          05 EDS-RST-SEQ          PIC 9(9).
          05 EDS-TEAM-IX          PIC 9(3).
          05 EDS-IMAGE            PIC X(22).
          05 EDS-REASON           PIC X(45).

       SD FEED-SORT-FILE.
       01 FEED-SORT-RECORD.
          05 FDS-KEY.
             10 FDS-TEAM-IX       PIC 9(3).
             10 FDS-RST-SEQ       PIC 9(9).
          05 FDS-DAY              PIC 9(2).
          05 FDS-LINE             PIC 9(6).
          05 FDS-ROUND-VALID      PIC X.
          05 FDS-P1-SCORE         PIC 9.
          05 FDS-P2-SCORE         PIC 9.
          05 FDS-GROUP            PIC 9(5).
          05 FDS-ITEM-PRIORITY    PIC 9(2).
          05 FDS-BADGE-PRIORITY   PIC 9(2).
          05 FDS-ITEM             PIC X.
          05 FDS-BADGE            PIC X.
          05 FDS-CONTAINED        PIC X.
          05 FDS-OVERLAPS         PIC X.
          05 FDS-PAIR             PIC X(23).

       SD PAGE-SORT-FILE.
       01 PAGE-SORT-RECORD.
          05 PGS-ELF-NUM          PIC 9(5).
          05 PGS-SEP-1            PIC X.
          05 PGS-SEQ              PIC 9(9).
          05 PGS-SEP-2            PIC X.
          05 PGS-NAME             PIC X(20).
          05 PGS-SEP-3            PIC X.
          05 PGS-TEAM             PIC X(10).
          05 PGS-SEP-4            PIC X.
          05 PGS-TEAM-IX          PIC 9(3).

       WORKING-STORAGE SECTION.
          COPY "DSNPARM.cpy".
       01 WS-INPUT-STATUS         PIC X(2)  VALUE SPACES.
       01 WS-ELF-ROSTER-DATASET   PIC X(80) VALUE 'elfroster.txt'.
       01 WS-ELF-ROSTER-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-ASSIGNMENT-DATASET   PIC X(80) VALUE 'elfassign.txt'.
       01 WS-ASSIGNMENT-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-ELF-MASTER-DATASET   PIC X(80) VALUE 'elfmaster.dat'.
       01 WS-ELF-MASTER-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-EXCEPTION-DATASET    PIC X(80) VALUE 'assignexc.txt'.
       01 WS-REPORT-DATASET       PIC X(80) VALUE 'elfprofile.txt'.
       01 WS-DAY2-INPUT           PIC X(80) VALUE 'day2input.txt'.
       01 WS-DAY3-INPUT           PIC X(80) VALUE 'day3input.txt'.
       01 WS-DAY4-INPUT           PIC X(80) VALUE 'day4input.txt'.
       01 ROSTER-EOF              PIC X     VALUE 'N'.
       01 ASSIGNMENT-EOF          PIC X     VALUE 'N'.
       01 EOF                     PIC X     VALUE 'N'.
       01 WS-MASTER-OPEN          PIC X     VALUE 'N'.

       01 WS-ROSTER-WORK-DATASET  PIC X(80) VALUE 'profroster.wrk'.
       01 WS-ROSTER-WORK-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-ASSIGN-WORK-DATASET  PIC X(80) VALUE 'profassign.wrk'.
       01 WS-ASSIGN-WORK-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-FEED-WORK-DATASET    PIC X(80) VALUE 'proffeed.wrk'.
       01 WS-FEED-WORK-STATUS     PIC X(2)  VALUE SPACES.
       01 WS-SUMMARY-WORK-DATASET PIC X(80) VALUE 'profsummary.wrk'.
       01 WS-SUMMARY-WORK-STATUS  PIC X(2)  VALUE SPACES.
       01 WS-DETAIL-WORK-DATASET  PIC X(80) VALUE 'profdetail.wrk'.
       01 WS-DETAIL-WORK-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-SORT-EOF             PIC X     VALUE 'N'.
       01 WS-SUMMARY-EOF          PIC X     VALUE 'N'.
       01 WS-DETAIL-EOF           PIC X     VALUE 'N'.

      *    Record counts reported at the end of every run.
       01 WS-ROSTER-COUNT         PIC 9(9)  VALUE ZERO.
       01 WS-CREDIT-COUNT         PIC 9(9)  VALUE ZERO.
       01 WS-SUMMARY-COUNT        PIC 9(9)  VALUE ZERO.
       01 WS-DETAIL-COUNT         PIC 9(9)  VALUE ZERO.

      *    The elf in hand - on the summary pass, the figures being
      *    accumulated; on the page pass, the figures being printed.
      *    WS-ELF-FIGURES is carried whole on the summary work file.
       01 WS-SUMMARY-HELD         PIC X     VALUE 'N'.
       01 WS-SUMMARY-KEY.
          05 WS-SUM-TEAM-IX       PIC 9(3).
          05 WS-SUM-RST-SEQ       PIC 9(9).
       01 WS-PAGE-KEY.
          05 WS-PAGE-TEAM-IX      PIC 9(3).
          05 WS-PAGE-RST-SEQ      PIC 9(9).
       01 WS-ELF-ASSIGNED         PIC X     VALUE 'N'.
       01 WS-ELF-D1-FOUND         PIC X     VALUE 'N'.
       01 WS-ELF-D1-TOTAL         PIC 9(15) VALUE ZERO.
       01 WS-ELF-D1-RANK          PIC 9(5)  VALUE ZERO.
       01 WS-ELF-FIGURES.
          05 WS-ELF-D2-ROUNDS     PIC 9(6).
          05 WS-ELF-D2-P1         PIC 9(9).
          05 WS-ELF-D2-P2         PIC 9(9).
          05 WS-ELF-D2-BAD        PIC 9(6).
          05 WS-ELF-D3-SACKS      PIC 9(6).
          05 WS-ELF-D3-PRIORITY   PIC 9(9).
          05 WS-ELF-D4-PAIRS      PIC 9(6).
          05 WS-ELF-D4-CONTAIN    PIC 9(6).
          05 WS-ELF-D4-OVERLAP    PIC 9(6).

      *    Accepted assignments. WS-ASN-RST-SEQ and WS-ASN-TEAM-IX
      *    are the roster entry the elf number matched, resolved
      *    once at validation time.
       01 WS-ASN-COUNT            PIC 9(5)  VALUE ZERO.
       01 WS-ASN-READ             PIC 9(6)  VALUE ZERO.
       01 WS-ASN-REFUSED          PIC 9(6)  VALUE ZERO.
       01 WS-ASN-TABLE.
          05 WS-ASN-ENTRY OCCURS 1000 TIMES.
             10 WS-ASN-DAY        PIC 9(2).
             10 WS-ASN-FROM       PIC 9(6).
             10 WS-ASN-TO         PIC 9(6).
             10 WS-ASN-ELF        PIC 9(5).
             10 WS-ASN-RST-SEQ    PIC 9(9).
             10 WS-ASN-TEAM-IX    PIC 9(3).
             10 WS-ASN-REC-NUM    PIC 9(6).
       01 WS-ASN-VALID            PIC X     VALUE 'N'.
       01 WS-ASN-REASON           PIC X(45) VALUE SPACES.

      *    Feed line counts, assigned and unassigned, per day (1-4;
      *    slot 1 is unused - Day 1 is read off the master).
       01 WS-DAY-STATS.
          05 WS-DAY-STAT OCCURS 4 TIMES.
             10 WS-DAY-LINES      PIC 9(6).
             10 WS-DAY-ASSIGNED   PIC 9(6).
             10 WS-DAY-UNASSIGNED PIC 9(6).
             10 WS-DAY-FOUND      PIC X.
       01 WS-CUR-DAY              PIC 9(2)  VALUE ZERO.
       01 LINE-NUM                PIC 9(6)  VALUE ZERO.
       01 WS-LINE-LEN             PIC 9(3)  VALUE ZERO.
       01 WS-LINE-RST-SEQ         PIC 9(9)  VALUE ZERO.
       01 WS-LINE-TEAM-IX         PIC 9(3)  VALUE ZERO.

      *    Day 2 - one round, both readings.
       01 OPPONENT-MOVE           PIC X.
       01 PLAYER-COLUMN           PIC X.
       01 ROUND-VALID             PIC X     VALUE 'N'.
       01 WS-P1-SCORE             PIC 9     VALUE ZERO.
       01 WS-P2-SCORE             PIC 9     VALUE ZERO.

      *    Day 3 - the badge group in hand: its three lines, its
      *    badge once the third line is in, and the assigned
      *    rucksacks of the group held back until the badge is known.
       01 WS-GROUP-LINES          PIC 9     VALUE ZERO.
       01 WS-GROUP-VALID          PIC X     VALUE 'Y'.
       01 WS-GROUP-BADGE          PIC X     VALUE '-'.
       01 WS-GROUP-PRIORITY       PIC 9(2)  VALUE ZERO.
       01 WS-PENDING-COUNT        PIC 9     VALUE ZERO.
       01 WS-PENDING-TABLE.
          05 WS-PENDING-SACK OCCURS 3 TIMES PIC X(59).
       01 GROUP-LINE-1            PIC X(80).
       01 GROUP-LINE-2            PIC X(80).
       01 GROUP-LINE-3            PIC X(80).
       01 LINE-1-LEN              PIC 9(3)  VALUE ZERO.
       01 MIDPOINT                PIC 9(3)  VALUE ZERO.
       01 MATCH-COUNT             PIC 9(3)  VALUE ZERO.
       01 MATCH-COUNT-2           PIC 9(3)  VALUE ZERO.
       01 MATCH-COUNT-3           PIC 9(3)  VALUE ZERO.
       01 ITEM-FOUND              PIC X     VALUE 'N'.
       01 WS-ITEM                 PIC X     VALUE SPACE.
       01 WS-ITEM-PRIORITY        PIC 9(2)  VALUE ZERO.

      *    Day 4 - one pair line and its two flags.
       01 PAIR-VALID              PIC X     VALUE 'N'.
       01 PAIR-CONTAINED          PIC X     VALUE 'N'.
       01 PAIR-OVERLAPS           PIC X     VALUE 'N'.
       01 RANGE-1-TEXT            PIC X(40).
       01 RANGE-2-TEXT            PIC X(40).
       01 RANGE-EXTRA-TEXT        PIC X(40).
       01 BOUND-1-TEXT            PIC X(20).
       01 BOUND-2-TEXT            PIC X(20).
       01 BOUND-3-TEXT            PIC X(20).
       01 RANGE-1-LO              PIC 9(6)  VALUE ZERO.
       01 RANGE-1-HI              PIC 9(6)  VALUE ZERO.
       01 RANGE-2-LO              PIC 9(6)  VALUE ZERO.
       01 RANGE-2-HI              PIC 9(6)  VALUE ZERO.

      *    Team rollup, teams in order of first roster appearance.
       01 WS-TEAM-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-TEAM-TABLE.
          05 WS-TEAM-ENTRY OCCURS 100 TIMES.
             10 WS-TEM-NAME       PIC X(10).
             10 WS-TEM-ELVES      PIC 9(5).
             10 WS-TEM-D1-TOTAL   PIC 9(15).
             10 WS-TEM-BEST-RANK  PIC 9(5).
             10 WS-TEM-D2-ROUNDS  PIC 9(6).
             10 WS-TEM-D2-P1      PIC 9(9).
             10 WS-TEM-D2-P2      PIC 9(9).
             10 WS-TEM-D3-SACKS   PIC 9(6).
             10 WS-TEM-D3-PRIORITY PIC 9(9).
             10 WS-TEM-D4-PAIRS   PIC 9(6).
             10 WS-TEM-D4-CONTAIN PIC 9(6).
             10 WS-TEM-D4-OVERLAP PIC 9(6).
       01 WS-TEAM-IX              PIC 9(3)  VALUE ZERO.
       01 WS-TEAM-DROPPED         PIC 9(5)  VALUE ZERO.

       01 WS-EXCEPTION-COUNT      PIC 9(5)  VALUE ZERO.
       01 WS-PAGE-COUNT           PIC 9(5)  VALUE ZERO.
       01 WS-DETAIL-SHOWN         PIC 9(5)  VALUE ZERO.
       01 I                       PIC 9(5).
       01 J                       PIC 9(5).
       01 G                       PIC 9(5).
       01 T                       PIC 9(3).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-PROFILE-PARMS.
           PERFORM CHECK-WORK-DATASETS.
           SORT ROSTER-SORT-FILE
              ON ASCENDING KEY RSS-ELF-NUM RSS-SEQ
              INPUT PROCEDURE IS RELEASE-ROSTER
              GIVING ROSTER-WORK-FILE.
           IF WS-ROSTER-COUNT = ZERO
              DISPLAY 'NO ELF ROSTER TO PROFILE - STATUS '
                 WS-ELF-ROSTER-STATUS ' DATASET '
                 FUNCTION TRIM(WS-ELF-ROSTER-DATASET)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE
                       FEED-WORK-FILE.
           SORT ASSIGN-SORT-FILE
              ON ASCENDING KEY ASS-ELF-NUM ASS-REC-NUM
              INPUT PROCEDURE IS RELEASE-ASSIGNMENTS
              OUTPUT PROCEDURE IS MATCH-ASSIGNMENT-ROSTER.
           SORT EDIT-SORT-FILE
              ON ASCENDING KEY EDS-REC-NUM
              USING ASSIGN-WORK-FILE
              OUTPUT PROCEDURE IS EDIT-ASSIGNMENTS.
           PERFORM OPEN-DAY1-MASTER.
           MOVE 2 TO WS-CUR-DAY.
           MOVE WS-DAY2-INPUT TO WS-INPUT-DATASET.
           PERFORM PROFILE-DAY-FEED.
           MOVE 3 TO WS-CUR-DAY.
           MOVE WS-DAY3-INPUT TO WS-INPUT-DATASET.
           PERFORM PROFILE-DAY-FEED.
           MOVE 4 TO WS-CUR-DAY.
           MOVE WS-DAY4-INPUT TO WS-INPUT-DATASET.
           PERFORM PROFILE-DAY-FEED.
           CLOSE FEED-WORK-FILE.
           PERFORM CHECK-ASSIGNMENT-COVERAGE.
           CLOSE EXCEPTION-FILE.
           SORT FEED-SORT-FILE
              ON ASCENDING KEY FDS-TEAM-IX FDS-RST-SEQ FDS-DAY
                               FDS-LINE
              USING FEED-WORK-FILE
              OUTPUT PROCEDURE IS SUMMARISE-FEED.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-VALIDATION-PAGE.
           SORT PAGE-SORT-FILE
              ON ASCENDING KEY PGS-TEAM-IX PGS-SEQ
              USING ROSTER-WORK-FILE
              OUTPUT PROCEDURE IS WRITE-ELF-PAGES.
           PERFORM WRITE-TEAM-SUMMARY-PAGE.
           CLOSE REPORT-FILE.
           IF WS-MASTER-OPEN = 'Y'
              CLOSE ELF-MASTER-FILE
           END-IF.
           DISPLAY WS-ROSTER-COUNT ' ELVES PROFILED ACROSS '
              WS-TEAM-COUNT ' TEAMS, ' WS-PAGE-COUNT ' PAGES - SEE '
              FUNCTION TRIM(WS-REPORT-DATASET).
           DISPLAY WS-ROSTER-COUNT ' ROSTER RECORDS READ'.
           DISPLAY WS-ASN-READ ' ASSIGNMENT RECORDS READ'.
           DISPLAY WS-CREDIT-COUNT ' FEED LINES CREDITED'.
           DISPLAY WS-SUMMARY-COUNT ' ELF SUMMARY RECORDS WRITTEN'.
           DISPLAY WS-DETAIL-COUNT ' DETAIL LINES WRITTEN'.
           IF WS-EXCEPTION-COUNT > ZERO
              DISPLAY WS-EXCEPTION-COUNT ' ASSIGNMENT EXCEPTIONS - SEE '
                 FUNCTION TRIM(WS-EXCEPTION-DATASET)
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **----------------------------------------------------------------
      *    The three feeds resolve under the same names the driver
      *    reads them by, so one STDENV serves both.
      **----------------------------------------------------------------
       RESOLVE-PROFILE-PARMS.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ELF_ROSTER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ELF-ROSTER-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ELF_ASSIGNMENT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ASSIGNMENT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ELF_MASTER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ELF-MASTER-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DAY2_INPUT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-DAY2-INPUT
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DAY3_INPUT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-DAY3-INPUT
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DAY4_INPUT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-DAY4-INPUT
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ASSIGNMENT_EXCEPTION_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-EXCEPTION-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ELF_PROFILE_REPORT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-REPORT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'PROFILE_ROSTER_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ROSTER-WORK-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'PROFILE_ASSIGN_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ASSIGN-WORK-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'PROFILE_FEED_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-FEED-WORK-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'PROFILE_SUMMARY_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-SUMMARY-WORK-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'PROFILE_DETAIL_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-DETAIL-WORK-DATASET
           END-IF.

      **----------------------------------------------------------------
      *    The work files must be writable before any sort starts -
      *    a sort that cannot hand its output on would lose records
      *    silently.
      **----------------------------------------------------------------
       CHECK-WORK-DATASETS.
           OPEN OUTPUT ROSTER-WORK-FILE.
           IF WS-ROSTER-WORK-STATUS NOT EQUAL '00'
              DISPLAY 'ROSTER WORK DATASET '
                 FUNCTION TRIM(WS-ROSTER-WORK-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-ROSTER-WORK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE ROSTER-WORK-FILE.
           OPEN OUTPUT ASSIGN-WORK-FILE.
           IF WS-ASSIGN-WORK-STATUS NOT EQUAL '00'
              DISPLAY 'ASSIGNMENT WORK DATASET '
                 FUNCTION TRIM(WS-ASSIGN-WORK-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-ASSIGN-WORK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE ASSIGN-WORK-FILE.
           OPEN OUTPUT FEED-WORK-FILE.
           IF WS-FEED-WORK-STATUS NOT EQUAL '00'
              DISPLAY 'FEED WORK DATASET '
                 FUNCTION TRIM(WS-FEED-WORK-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-FEED-WORK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE FEED-WORK-FILE.
           OPEN OUTPUT SUMMARY-WORK-FILE.
           IF WS-SUMMARY-WORK-STATUS NOT EQUAL '00'
              DISPLAY 'SUMMARY WORK DATASET '
                 FUNCTION TRIM(WS-SUMMARY-WORK-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-SUMMARY-WORK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE SUMMARY-WORK-FILE.
           OPEN OUTPUT DETAIL-WORK-FILE.
           IF WS-DETAIL-WORK-STATUS NOT EQUAL '00'
              DISPLAY 'DETAIL WORK DATASET '
                 FUNCTION TRIM(WS-DETAIL-WORK-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-DETAIL-WORK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE DETAIL-WORK-FILE.

      **----------------------------------------------------------------
      *    The roster, numbered in its own order, into the roster
      *    sort. Each entry's team is placed here, in order of first
      *    roster appearance, so the pages can later sort by team.
      **----------------------------------------------------------------
       RELEASE-ROSTER.
           OPEN INPUT ELF-ROSTER-FILE.
           IF WS-ELF-ROSTER-STATUS = '00'
              PERFORM UNTIL ROSTER-EOF = 'Y'
                  READ ELF-ROSTER-FILE
                      AT END
                          MOVE 'Y' TO ROSTER-EOF
                      NOT AT END
                          ADD 1 TO WS-ROSTER-COUNT
                          PERFORM PLACE-ROSTER-TEAM
                          MOVE RST-ELF-NUM TO RSS-ELF-NUM
                          MOVE WS-ROSTER-COUNT TO RSS-SEQ
                          MOVE RST-NAME TO RSS-NAME
                          MOVE RST-TEAM TO RSS-TEAM
                          MOVE WS-TEAM-IX TO RSS-TEAM-IX
                          MOVE SPACE TO RSS-SEP-1 RSS-SEP-2 RSS-SEP-3
                             RSS-SEP-4
                          RELEASE ROSTER-SORT-RECORD
                  END-READ
              END-PERFORM
              CLOSE ELF-ROSTER-FILE
           END-IF.

      *    Teams in order of first roster appearance. An elf whose
      *    team finds the table full is counted and left off the
      *    pages.
       PLACE-ROSTER-TEAM.
           MOVE ZERO TO WS-TEAM-IX.
           PERFORM VARYING T FROM 1 BY 1
              UNTIL T > WS-TEAM-COUNT OR WS-TEAM-IX > ZERO
              IF WS-TEM-NAME(T) = RST-TEAM
                 MOVE T TO WS-TEAM-IX
              END-IF
           END-PERFORM.
           IF WS-TEAM-IX = ZERO AND WS-TEAM-COUNT < 100
              ADD 1 TO WS-TEAM-COUNT
              MOVE WS-TEAM-COUNT TO WS-TEAM-IX
              MOVE ZEROS TO WS-TEAM-ENTRY(WS-TEAM-IX)
              MOVE RST-TEAM TO WS-TEM-NAME(WS-TEAM-IX)
              MOVE 99999 TO WS-TEM-BEST-RANK(WS-TEAM-IX)
           END-IF.
           IF WS-TEAM-IX = ZERO
              ADD 1 TO WS-TEAM-DROPPED
           END-IF.

      **----------------------------------------------------------------
      *    Validate every assignment record before any line is
      *    credited. The field edits are made as each record is
      *    read; the records then sort by elf number to be matched
      *    against the roster, and back into file order for the
      *    overlap check, so a refused record goes to the exception
      *    report in file order with its record number and image. It
      *    credits nothing, so its lines count as unassigned.
      **----------------------------------------------------------------
       RELEASE-ASSIGNMENTS.
           OPEN INPUT ELF-ASSIGNMENT-FILE.
           IF WS-ASSIGNMENT-STATUS = '00'
              PERFORM UNTIL ASSIGNMENT-EOF = 'Y'
                  READ ELF-ASSIGNMENT-FILE
                      AT END
                          MOVE 'Y' TO ASSIGNMENT-EOF
                      NOT AT END
                          ADD 1 TO WS-ASN-READ
                          PERFORM EDIT-ASSIGNMENT
                          PERFORM RELEASE-ONE-ASSIGNMENT
                  END-READ
              END-PERFORM
              CLOSE ELF-ASSIGNMENT-FILE
           ELSE
              DISPLAY 'ELF ASSIGNMENT FILE NOT FOUND - STATUS '
                 WS-ASSIGNMENT-STATUS ' DATASET '
                 FUNCTION TRIM(WS-ASSIGNMENT-DATASET)
                 ' - NO DAY 2-4 LINES WILL BE CREDITED'
           END-IF.

       EDIT-ASSIGNMENT.
           MOVE SPACES TO WS-ASN-REASON.
           EVALUATE TRUE
              WHEN ASN-DAY NOT NUMERIC
                 OR ASN-FROM-LINE NOT NUMERIC
                 OR ASN-TO-LINE NOT NUMERIC
                 OR ASN-ELF-NUM NOT NUMERIC
                 MOVE 'MALFORMED ASSIGNMENT RECORD' TO WS-ASN-REASON
              WHEN ASN-DAY < 2 OR ASN-DAY > 4
                 MOVE 'DAY NOT ASSIGNABLE - DAYS 2 TO 4 ONLY' TO
                    WS-ASN-REASON
              WHEN ASN-FROM-LINE = ZERO
                 OR ASN-FROM-LINE > ASN-TO-LINE
                 MOVE 'INVALID LINE RANGE' TO WS-ASN-REASON
           END-EVALUATE.

      *    Only a record that passed its edits carries its fields on;
      *    a refused one needs no more than its number and image.
       RELEASE-ONE-ASSIGNMENT.
           MOVE ZEROS TO ASS-ELF-NUM ASS-DAY ASS-FROM ASS-TO
              ASS-RST-SEQ ASS-TEAM-IX.
           MOVE WS-ASN-READ TO ASS-REC-NUM.
           MOVE ELF-ASSIGNMENT-RECORD TO ASS-IMAGE.
           MOVE WS-ASN-REASON TO ASS-REASON.
           IF WS-ASN-REASON = SPACES
              MOVE ASN-ELF-NUM TO ASS-ELF-NUM
              MOVE ASN-DAY TO ASS-DAY
              MOVE ASN-FROM-LINE TO ASS-FROM
              MOVE ASN-TO-LINE TO ASS-TO
           END-IF.
           RELEASE ASSIGN-SORT-RECORD.

      **----------------------------------------------------------------
      *    Assignments and roster both arrive in elf-number order, so
      *    one pass matches them. Where the roster repeats an elf
      *    number its first entry is the one credited.
      **----------------------------------------------------------------
       MATCH-ASSIGNMENT-ROSTER.
           OPEN INPUT ROSTER-WORK-FILE
                OUTPUT ASSIGN-WORK-FILE.
           MOVE 'N' TO ROSTER-EOF WS-SORT-EOF.
           PERFORM READ-ROSTER-WORK.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN ASSIGN-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      IF ASS-REASON = SPACES
                         PERFORM MATCH-ONE-ASSIGNMENT
                      END-IF
                      MOVE ASSIGN-SORT-RECORD TO ASSIGN-WORK-RECORD
                      WRITE ASSIGN-WORK-RECORD
                   END-RETURN
           END-PERFORM.
           CLOSE ROSTER-WORK-FILE
                 ASSIGN-WORK-FILE.

       READ-ROSTER-WORK.
           READ ROSTER-WORK-FILE
              AT END
                 MOVE 'Y' TO ROSTER-EOF
           END-READ.

       MATCH-ONE-ASSIGNMENT.
           PERFORM UNTIL ROSTER-EOF = 'Y'
              OR RSW-ELF-NUM NOT < ASS-ELF-NUM
              PERFORM READ-ROSTER-WORK
           END-PERFORM.
           IF ROSTER-EOF = 'N' AND RSW-ELF-NUM = ASS-ELF-NUM
              MOVE RSW-SEQ TO ASS-RST-SEQ
              MOVE RSW-TEAM-IX TO ASS-TEAM-IX
           ELSE
              MOVE 'ELF NOT ON ROSTER' TO ASS-REASON
           END-IF.

      **----------------------------------------------------------------
      *    Back in file order: a record still standing is checked
      *    against every earlier accepted range and accepted or
      *    refused; one refused by its edits or the roster match is
      *    refused as it stands.
      **----------------------------------------------------------------
       EDIT-ASSIGNMENTS.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN EDIT-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      MOVE 'N' TO WS-ASN-VALID
                      MOVE EDS-REASON TO WS-ASN-REASON
                      IF EDS-REASON = SPACES
                         PERFORM CHECK-ASSIGNMENT-OVERLAP
                      END-IF
                      IF WS-ASN-VALID = 'Y'
                         PERFORM ACCEPT-ASSIGNMENT
                      ELSE
                         PERFORM REFUSE-ASSIGNMENT
                      END-IF
                   END-RETURN
           END-PERFORM.

      *    Two elves can't both own a line: a range touching any
      *    earlier accepted range for the same day is refused.
       CHECK-ASSIGNMENT-OVERLAP.
           MOVE 'Y' TO WS-ASN-VALID.
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-ASN-COUNT OR WS-ASN-VALID = 'N'
              IF WS-ASN-DAY(J) = EDS-DAY
                 AND WS-ASN-FROM(J) <= EDS-TO
                 AND EDS-FROM <= WS-ASN-TO(J)
                 MOVE 'N' TO WS-ASN-VALID
                 MOVE 'LINE RANGE OVERLAPS AN EARLIER ASSIGNMENT' TO
                    WS-ASN-REASON
              END-IF
           END-PERFORM.
           IF WS-ASN-VALID = 'Y' AND WS-ASN-COUNT >= 1000
              MOVE 'N' TO WS-ASN-VALID
              MOVE 'ASSIGNMENT TABLE FULL' TO WS-ASN-REASON
           END-IF.

      *    The day-0 feed record marks the elf assigned even if every
      *    line of its range turns out blank.
       ACCEPT-ASSIGNMENT.
           ADD 1 TO WS-ASN-COUNT.
           MOVE EDS-DAY TO WS-ASN-DAY(WS-ASN-COUNT).
           MOVE EDS-FROM TO WS-ASN-FROM(WS-ASN-COUNT).
           MOVE EDS-TO TO WS-ASN-TO(WS-ASN-COUNT).
           MOVE EDS-ELF-NUM TO WS-ASN-ELF(WS-ASN-COUNT).
           MOVE EDS-RST-SEQ TO WS-ASN-RST-SEQ(WS-ASN-COUNT).
           MOVE EDS-TEAM-IX TO WS-ASN-TEAM-IX(WS-ASN-COUNT).
           MOVE EDS-REC-NUM TO WS-ASN-REC-NUM(WS-ASN-COUNT).
           MOVE EDS-RST-SEQ TO WS-LINE-RST-SEQ.
           MOVE EDS-TEAM-IX TO WS-LINE-TEAM-IX.
           MOVE ZERO TO WS-CUR-DAY LINE-NUM.
           PERFORM START-FEED-WORK-RECORD.
           WRITE FEED-WORK-RECORD.

       REFUSE-ASSIGNMENT.
           ADD 1 TO WS-ASN-REFUSED.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING 'ASSIGNMENT RECORD ' DELIMITED BY SIZE
                  EDS-REC-NUM DELIMITED BY SIZE
                  ' REFUSED - ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ASN-REASON) DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  EDS-IMAGE DELIMITED BY SIZE
              INTO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.

      **----------------------------------------------------------------
      *    Day 1 is read by key as each elf's page is written. Total
      *    and rank are taken as the master load stored them, so the
      *    profile can never disagree with the keyed inquiry.
      **----------------------------------------------------------------
       OPEN-DAY1-MASTER.
           OPEN INPUT ELF-MASTER-FILE.
           IF WS-ELF-MASTER-STATUS = '00'
              MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
              DISPLAY 'ELF MASTER NOT AVAILABLE - STATUS '
                 WS-ELF-MASTER-STATUS ' DATASET '
                 FUNCTION TRIM(WS-ELF-MASTER-DATASET)
                 ' - NO DAY 1 FIGURES'
           END-IF.

       READ-ELF-DAY1.
           MOVE 'N' TO WS-ELF-D1-FOUND.
           MOVE ZERO TO WS-ELF-D1-TOTAL WS-ELF-D1-RANK.
           IF WS-MASTER-OPEN = 'Y'
              MOVE PGS-ELF-NUM TO ELM-ELF-NUM
              READ ELF-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-ELF-D1-FOUND
                      MOVE ELM-TOTAL TO WS-ELF-D1-TOTAL
                      MOVE ELM-RANK TO WS-ELF-D1-RANK
              END-READ
           END-IF.

      **----------------------------------------------------------------
      *    One pass of one day's feed. Line numbers are physical
      *    lines, blank ones included, the same numbering the puzzle
      *    programs put on their detail and reject records.
      **----------------------------------------------------------------
       PROFILE-DAY-FEED.
           MOVE ZERO TO LINE-NUM.
           MOVE 'N' TO EOF.
           MOVE 'N' TO WS-DAY-FOUND(WS-CUR-DAY).
           MOVE ZERO TO WS-DAY-ASSIGNED(WS-CUR-DAY)
              WS-DAY-UNASSIGNED(WS-CUR-DAY).
           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-STATUS = '00'
              MOVE 'Y' TO WS-DAY-FOUND(WS-CUR-DAY)
              PERFORM UNTIL EOF = 'Y'
                  READ INPUT-FILE
                      AT END
                          MOVE 'Y' TO EOF
                      NOT AT END
                          ADD 1 TO LINE-NUM
                          PERFORM PROFILE-FEED-LINE
                  END-READ
              END-PERFORM
              CLOSE INPUT-FILE
              IF WS-CUR-DAY = 3
                 PERFORM FLUSH-PARTIAL-GROUP
              END-IF
           ELSE
              DISPLAY 'DAY ' WS-CUR-DAY ' FEED NOT FOUND - STATUS '
                 WS-INPUT-STATUS ' DATASET '
                 FUNCTION TRIM(WS-INPUT-DATASET)
           END-IF.
           MOVE LINE-NUM TO WS-DAY-LINES(WS-CUR-DAY).

       PROFILE-FEED-LINE.
           IF WS-CUR-DAY = 3
              PERFORM BUFFER-GROUP-LINE
           END-IF.
           IF LINE-CONTENT NOT EQUAL SPACES
              PERFORM FIND-LINE-ELF
              IF WS-LINE-RST-SEQ = ZERO
                 ADD 1 TO WS-DAY-UNASSIGNED(WS-CUR-DAY)
              ELSE
                 ADD 1 TO WS-DAY-ASSIGNED(WS-CUR-DAY)
                 ADD 1 TO WS-CREDIT-COUNT
                 PERFORM START-FEED-WORK-RECORD
                 EVALUATE WS-CUR-DAY
                    WHEN 2
                       PERFORM PROFILE-ROUND
                    WHEN 3
                       PERFORM PROFILE-RUCKSACK
                    WHEN OTHER
                       PERFORM PROFILE-PAIR
                 END-EVALUATE
              END-IF
           END-IF.
           IF WS-CUR-DAY = 3 AND WS-GROUP-LINES = ZERO
              PERFORM WRITE-GROUP-RUCKSACKS
           END-IF.

       FIND-LINE-ELF.
           MOVE ZERO TO WS-LINE-RST-SEQ WS-LINE-TEAM-IX.
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-ASN-COUNT OR WS-LINE-RST-SEQ > ZERO
              IF WS-ASN-DAY(J) = WS-CUR-DAY
                 AND WS-ASN-FROM(J) <= LINE-NUM
                 AND WS-ASN-TO(J) >= LINE-NUM
                 MOVE WS-ASN-RST-SEQ(J) TO WS-LINE-RST-SEQ
                 MOVE WS-ASN-TEAM-IX(J) TO WS-LINE-TEAM-IX
              END-IF
           END-PERFORM.

       START-FEED-WORK-RECORD.
           MOVE SPACES TO FEED-WORK-RECORD.
           MOVE WS-LINE-TEAM-IX TO FDW-TEAM-IX.
           MOVE WS-LINE-RST-SEQ TO FDW-RST-SEQ.
           MOVE WS-CUR-DAY TO FDW-DAY.
           MOVE LINE-NUM TO FDW-LINE.
           MOVE ZEROS TO FDW-P1-SCORE FDW-P2-SCORE FDW-GROUP
              FDW-ITEM-PRIORITY FDW-BADGE-PRIORITY.

      **----------------------------------------------------------------
      *    Day 2: one round under both readings, scored from the same
      *    tables as DAY_2-PROGRAM (X/Y/Z is my move) and
      *    DAY_2_P2-PROGRAM (X/Y/Z is the outcome). A line either
      *    program would reject is counted unscorable, not scored.
      **----------------------------------------------------------------
       PROFILE-ROUND.
           MOVE 'N' TO ROUND-VALID.
           COMPUTE WS-LINE-LEN = FUNCTION LENGTH(FUNCTION TRIM
              (LINE-CONTENT)).
           IF WS-LINE-LEN = 3
              MOVE LINE-CONTENT(1:1) TO OPPONENT-MOVE
              MOVE LINE-CONTENT(3:1) TO PLAYER-COLUMN
              PERFORM SCORE-ROUND
           END-IF.
           MOVE ROUND-VALID TO FDW-ROUND-VALID.
           IF ROUND-VALID = 'Y'
              MOVE WS-P1-SCORE TO FDW-P1-SCORE
              MOVE WS-P2-SCORE TO FDW-P2-SCORE
           END-IF.
           WRITE FEED-WORK-RECORD.

       SCORE-ROUND.
           MOVE 'Y' TO ROUND-VALID.
           EVALUATE OPPONENT-MOVE ALSO PLAYER-COLUMN
              WHEN 'A' ALSO 'X'
                 MOVE 4 TO WS-P1-SCORE
                 MOVE 3 TO WS-P2-SCORE
              WHEN 'A' ALSO 'Y'
                 MOVE 8 TO WS-P1-SCORE
                 MOVE 4 TO WS-P2-SCORE
              WHEN 'A' ALSO 'Z'
                 MOVE 3 TO WS-P1-SCORE
                 MOVE 8 TO WS-P2-SCORE
              WHEN 'B' ALSO 'X'
                 MOVE 1 TO WS-P1-SCORE
                 MOVE 1 TO WS-P2-SCORE
              WHEN 'B' ALSO 'Y'
                 MOVE 5 TO WS-P1-SCORE
                 MOVE 5 TO WS-P2-SCORE
              WHEN 'B' ALSO 'Z'
                 MOVE 9 TO WS-P1-SCORE
                 MOVE 9 TO WS-P2-SCORE
              WHEN 'C' ALSO 'X'
                 MOVE 7 TO WS-P1-SCORE
                 MOVE 2 TO WS-P2-SCORE
              WHEN 'C' ALSO 'Y'
                 MOVE 2 TO WS-P1-SCORE
                 MOVE 6 TO WS-P2-SCORE
              WHEN 'C' ALSO 'Z'
                 MOVE 6 TO WS-P1-SCORE
                 MOVE 7 TO WS-P2-SCORE
              WHEN OTHER
                 MOVE 'N' TO ROUND-VALID
           END-EVALUATE.

      **----------------------------------------------------------------
      *    Day 3: the rucksack's own common item, under DAY-2-P1-
      *    PROGRAM's length rules (at most 80, even). A rucksack it
      *    would reject is listed with no item and priority zero. The
      *    record waits with the rest of its group for the badge.
      **----------------------------------------------------------------
       PROFILE-RUCKSACK.
           COMPUTE FDW-GROUP = (LINE-NUM - 1) / 3 + 1.
           MOVE SPACE TO FDW-ITEM.
           COMPUTE WS-LINE-LEN = FUNCTION LENGTH(FUNCTION TRIM
              (LINE-CONTENT)).
           IF WS-LINE-LEN <= 80
              AND FUNCTION MOD(WS-LINE-LEN, 2) = ZERO
              PERFORM FIND-COMPARTMENT-ITEM
              IF ITEM-FOUND = 'Y'
                 MOVE WS-ITEM TO FDW-ITEM
                 MOVE WS-ITEM-PRIORITY TO FDW-ITEM-PRIORITY
              END-IF
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE FEED-WORK-RECORD TO WS-PENDING-SACK(WS-PENDING-COUNT).

       FIND-COMPARTMENT-ITEM.
           MOVE 'N' TO ITEM-FOUND.
           COMPUTE MIDPOINT = WS-LINE-LEN / 2.
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > MIDPOINT OR ITEM-FOUND = 'Y'
              MOVE LINE-CONTENT(I:1) TO WS-ITEM
              MOVE ZERO TO MATCH-COUNT
              INSPECT LINE-CONTENT(MIDPOINT + 1:MIDPOINT)
                 TALLYING MATCH-COUNT FOR ALL WS-ITEM
              IF MATCH-COUNT > ZERO
                 MOVE 'Y' TO ITEM-FOUND
                 PERFORM COMPUTE-ITEM-PRIORITY
              END-IF
           END-PERFORM.

       COMPUTE-ITEM-PRIORITY.
           IF WS-ITEM IS LESS THAN 'a'
              COMPUTE WS-ITEM-PRIORITY =
                 FUNCTION ORD(WS-ITEM) - FUNCTION ORD('A') + 27
           ELSE
              COMPUTE WS-ITEM-PRIORITY =
                 FUNCTION ORD(WS-ITEM) - FUNCTION ORD('a') + 1
           END-IF.

      *    Badge groups follow DAY-2-P2-PROGRAM exactly: every three
      *    physical lines are a group whoever carries them, a group
      *    with a line over 80 characters or left incomplete at end
      *    of feed has no badge (shown as '-').
       BUFFER-GROUP-LINE.
           ADD 1 TO WS-GROUP-LINES.
           COMPUTE WS-LINE-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(LINE-CONTENT)).
           EVALUATE WS-GROUP-LINES
              WHEN 1
                 MOVE 'Y' TO WS-GROUP-VALID
                 MOVE LINE-CONTENT TO GROUP-LINE-1
              WHEN 2
                 MOVE LINE-CONTENT TO GROUP-LINE-2
              WHEN 3
                 MOVE LINE-CONTENT TO GROUP-LINE-3
           END-EVALUATE.
           IF WS-LINE-LEN > 80
              MOVE 'N' TO WS-GROUP-VALID
           END-IF.
           IF WS-GROUP-LINES = 3
              MOVE '-' TO WS-GROUP-BADGE
              MOVE ZERO TO WS-GROUP-PRIORITY
              IF WS-GROUP-VALID = 'Y'
                 PERFORM FIND-GROUP-BADGE
              END-IF
              MOVE ZERO TO WS-GROUP-LINES
           END-IF.

       FIND-GROUP-BADGE.
           MOVE 'N' TO ITEM-FOUND.
           COMPUTE LINE-1-LEN = FUNCTION LENGTH(FUNCTION TRIM
              (GROUP-LINE-1)).
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > LINE-1-LEN OR ITEM-FOUND = 'Y'
              MOVE GROUP-LINE-1(I:1) TO WS-ITEM
              MOVE ZERO TO MATCH-COUNT-2 MATCH-COUNT-3
              INSPECT GROUP-LINE-2 TALLYING MATCH-COUNT-2
                 FOR ALL WS-ITEM
              INSPECT GROUP-LINE-3 TALLYING MATCH-COUNT-3
                 FOR ALL WS-ITEM
              IF MATCH-COUNT-2 > ZERO AND MATCH-COUNT-3 > ZERO
                 MOVE 'Y' TO ITEM-FOUND
              END-IF
           END-PERFORM.
           IF ITEM-FOUND = 'Y'
              PERFORM COMPUTE-ITEM-PRIORITY
              MOVE WS-ITEM TO WS-GROUP-BADGE
              MOVE WS-ITEM-PRIORITY TO WS-GROUP-PRIORITY
           END-IF.

       FLUSH-PARTIAL-GROUP.
           IF WS-GROUP-LINES > ZERO
              MOVE '-' TO WS-GROUP-BADGE
              MOVE ZERO TO WS-GROUP-PRIORITY
              MOVE ZERO TO WS-GROUP-LINES
              PERFORM WRITE-GROUP-RUCKSACKS
           END-IF.

      *    The group is closed: its held rucksacks go to the feed
      *    work file carrying the group's badge.
       WRITE-GROUP-RUCKSACKS.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-PENDING-COUNT
              MOVE WS-PENDING-SACK(G) TO FEED-WORK-RECORD
              MOVE WS-GROUP-BADGE TO FDW-BADGE
              MOVE WS-GROUP-PRIORITY TO FDW-BADGE-PRIORITY
              WRITE FEED-WORK-RECORD
           END-PERFORM.
           MOVE ZERO TO WS-PENDING-COUNT.

      **----------------------------------------------------------------
      *    Day 4: one pair with DAY_4-PROGRAM's two flags - fully
      *    contained either way round, and any overlap at all. A
      *    pair it would reject is listed flagged '?'.
      **----------------------------------------------------------------
       PROFILE-PAIR.
           MOVE FUNCTION TRIM(LINE-CONTENT) TO FDW-PAIR.
           PERFORM PARSE-ASSIGNMENT-PAIR.
           IF PAIR-VALID = 'Y'
              PERFORM FLAG-PAIR
              MOVE PAIR-CONTAINED TO FDW-CONTAINED
              MOVE PAIR-OVERLAPS TO FDW-OVERLAPS
           ELSE
              MOVE '?' TO FDW-CONTAINED
              MOVE '?' TO FDW-OVERLAPS
           END-IF.
           WRITE FEED-WORK-RECORD.

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

       FLAG-PAIR.
           MOVE 'N' TO PAIR-CONTAINED.
           MOVE 'N' TO PAIR-OVERLAPS.
           IF (RANGE-1-LO <= RANGE-2-LO AND RANGE-1-HI >= RANGE-2-HI)
              OR (RANGE-2-LO <= RANGE-1-LO
                  AND RANGE-2-HI >= RANGE-1-HI)
              MOVE 'Y' TO PAIR-CONTAINED
           END-IF.
           IF RANGE-1-LO <= RANGE-2-HI AND RANGE-2-LO <= RANGE-1-HI
              MOVE 'Y' TO PAIR-OVERLAPS
           END-IF.

      **----------------------------------------------------------------
      *    With the feeds read, an accepted range that starts or ends
      *    past the last line of its day's feed is reported - it was
      *    cut against a different feed than the one the cycle ran.
      **----------------------------------------------------------------
       CHECK-ASSIGNMENT-COVERAGE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ASN-COUNT
              IF WS-DAY-FOUND(WS-ASN-DAY(J)) = 'Y'
                 AND WS-ASN-TO(J) > WS-DAY-LINES(WS-ASN-DAY(J))
                 ADD 1 TO WS-EXCEPTION-COUNT
                 MOVE SPACES TO EXCEPTION-RECORD
                 STRING 'ASSIGNMENT RECORD ' DELIMITED BY SIZE
                        WS-ASN-REC-NUM(J) DELIMITED BY SIZE
                        ' - LINES ' DELIMITED BY SIZE
                        WS-ASN-FROM(J) DELIMITED BY SIZE
                        '-' DELIMITED BY SIZE
                        WS-ASN-TO(J) DELIMITED BY SIZE
                        ' RUN PAST END OF DAY ' DELIMITED BY SIZE
                        WS-ASN-DAY(J) DELIMITED BY SIZE
                        ' FEED (' DELIMITED BY SIZE
                        WS-DAY-LINES(WS-ASN-DAY(J)) DELIMITED BY SIZE
                        ' LINES)' DELIMITED BY SIZE
                    INTO EXCEPTION-RECORD
                 WRITE EXCEPTION-RECORD
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-CUR-DAY FROM 2 BY 1 UNTIL WS-CUR-DAY > 4
              IF WS-DAY-UNASSIGNED(WS-CUR-DAY) > ZERO
                 ADD 1 TO WS-EXCEPTION-COUNT
                 MOVE SPACES TO EXCEPTION-RECORD
                 STRING 'DAY ' DELIMITED BY SIZE
                        WS-CUR-DAY DELIMITED BY SIZE
                        ' FEED HAS ' DELIMITED BY SIZE
                        WS-DAY-UNASSIGNED(WS-CUR-DAY) DELIMITED BY SIZE
                        ' LINES WITH NO ASSIGNED ELF' DELIMITED BY SIZE
                    INTO EXCEPTION-RECORD
                 WRITE EXCEPTION-RECORD
              END-IF
           END-PERFORM.

      **----------------------------------------------------------------
      *    The credited lines in page order - team, then roster
      *    position - folded into one summary record per elf, with
      *    the Day-3 and Day-4 lines passed on as the page detail.
      **----------------------------------------------------------------
       SUMMARISE-FEED.
           OPEN OUTPUT SUMMARY-WORK-FILE
                       DETAIL-WORK-FILE.
           MOVE 'N' TO WS-SORT-EOF WS-SUMMARY-HELD.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN FEED-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      PERFORM SUMMARISE-ONE-LINE
                   END-RETURN
           END-PERFORM.
           IF WS-SUMMARY-HELD = 'Y'
              PERFORM WRITE-ELF-SUMMARY
           END-IF.
           CLOSE SUMMARY-WORK-FILE
                 DETAIL-WORK-FILE.

       SUMMARISE-ONE-LINE.
           IF WS-SUMMARY-HELD = 'N' OR FDS-KEY NOT = WS-SUMMARY-KEY
              IF WS-SUMMARY-HELD = 'Y'
                 PERFORM WRITE-ELF-SUMMARY
              END-IF
              MOVE 'Y' TO WS-SUMMARY-HELD
              MOVE FDS-KEY TO WS-SUMMARY-KEY
              MOVE ZEROS TO WS-ELF-FIGURES
           END-IF.
           EVALUATE FDS-DAY
              WHEN 2
                 IF FDS-ROUND-VALID = 'Y'
                    ADD 1 TO WS-ELF-D2-ROUNDS
                    ADD FDS-P1-SCORE TO WS-ELF-D2-P1
                    ADD FDS-P2-SCORE TO WS-ELF-D2-P2
                 ELSE
                    ADD 1 TO WS-ELF-D2-BAD
                 END-IF
              WHEN 3
                 ADD 1 TO WS-ELF-D3-SACKS
                 ADD FDS-ITEM-PRIORITY TO WS-ELF-D3-PRIORITY
                 PERFORM WRITE-FEED-DETAIL
              WHEN 4
                 ADD 1 TO WS-ELF-D4-PAIRS
                 IF FDS-CONTAINED = 'Y'
                    ADD 1 TO WS-ELF-D4-CONTAIN
                 END-IF
                 IF FDS-OVERLAPS = 'Y'
                    ADD 1 TO WS-ELF-D4-OVERLAP
                 END-IF
                 PERFORM WRITE-FEED-DETAIL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       WRITE-ELF-SUMMARY.
           MOVE WS-SUMMARY-KEY TO SMW-KEY.
           MOVE WS-ELF-FIGURES TO SMW-FIGURES.
           WRITE SUMMARY-WORK-RECORD.
           ADD 1 TO WS-SUMMARY-COUNT.

       WRITE-FEED-DETAIL.
           MOVE FEED-SORT-RECORD TO DETAIL-WORK-RECORD.
           WRITE DETAIL-WORK-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.

      **----------------------------------------------------------------
      *    Page 1: what went in and how much of it could be credited.
      **----------------------------------------------------------------
       WRITE-VALIDATION-PAGE.
           MOVE 'ELF PROFILE REPORT - ASSIGNMENT VALIDATION' TO
              REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ROSTER ELVES        ' DELIMITED BY SIZE
                  WS-ROSTER-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ELF-ROSTER-DATASET)
                     DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ASSIGNMENTS READ    ' DELIMITED BY SIZE
                  WS-ASN-READ DELIMITED BY SIZE
                  '  ACCEPTED ' DELIMITED BY SIZE
                  WS-ASN-COUNT DELIMITED BY SIZE
                  '  REFUSED ' DELIMITED BY SIZE
                  WS-ASN-REFUSED DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-MASTER-OPEN = 'Y'
              STRING '  DAY 1 ELF MASTER    ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ELF-MASTER-DATASET)
                        DELIMITED BY SIZE
                 INTO REPORT-RECORD
           ELSE
              STRING '  DAY 1 ELF MASTER    NOT AVAILABLE - STATUS '
                        DELIMITED BY SIZE
                     WS-ELF-MASTER-STATUS DELIMITED BY SIZE
                 INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           PERFORM VARYING WS-CUR-DAY FROM 2 BY 1 UNTIL WS-CUR-DAY > 4
              MOVE SPACES TO REPORT-RECORD
              STRING '  DAY ' DELIMITED BY SIZE
                     WS-CUR-DAY DELIMITED BY SIZE
                     ' FEED LINES    ' DELIMITED BY SIZE
                     WS-DAY-LINES(WS-CUR-DAY) DELIMITED BY SIZE
                     '  ASSIGNED ' DELIMITED BY SIZE
                     WS-DAY-ASSIGNED(WS-CUR-DAY) DELIMITED BY SIZE
                     '  UNASSIGNED ' DELIMITED BY SIZE
                     WS-DAY-UNASSIGNED(WS-CUR-DAY) DELIMITED BY SIZE
                 INTO REPORT-RECORD
              IF WS-DAY-FOUND(WS-CUR-DAY) NOT = 'Y'
                 MOVE '  (FEED NOT FOUND)' TO REPORT-RECORD(75:18)
              END-IF
              WRITE REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  EXCEPTIONS          ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXCEPTION-DATASET)
                     DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-TEAM-DROPPED > ZERO
              MOVE SPACES TO REPORT-RECORD
              STRING '  TEAM TABLE FULL - ' DELIMITED BY SIZE
                     WS-TEAM-DROPPED DELIMITED BY SIZE
                     ' ELVES NOT PROFILED' DELIMITED BY SIZE
                 INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

      **----------------------------------------------------------------
      *    The roster in page order - team, then roster position -
      *    matched against the summary and detail work files, which
      *    are in the same order. A team's rollup page follows its
      *    last elf; elves whose team found the table full sort first
      *    under team zero and are passed over.
      **----------------------------------------------------------------
       WRITE-ELF-PAGES.
           OPEN INPUT SUMMARY-WORK-FILE
                      DETAIL-WORK-FILE.
           MOVE 'N' TO WS-SORT-EOF WS-SUMMARY-EOF WS-DETAIL-EOF.
           PERFORM READ-SUMMARY-WORK.
           PERFORM READ-DETAIL-WORK.
           MOVE ZERO TO T.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN PAGE-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      IF PGS-TEAM-IX > ZERO
                         PERFORM PAGE-ONE-ELF
                      END-IF
                   END-RETURN
           END-PERFORM.
           IF T > ZERO
              PERFORM WRITE-TEAM-ROLLUP-PAGE
           END-IF.
           CLOSE SUMMARY-WORK-FILE
                 DETAIL-WORK-FILE.

       READ-SUMMARY-WORK.
           READ SUMMARY-WORK-FILE
              AT END
                 MOVE 'Y' TO WS-SUMMARY-EOF
           END-READ.

       READ-DETAIL-WORK.
           READ DETAIL-WORK-FILE
              AT END
                 MOVE 'Y' TO WS-DETAIL-EOF
           END-READ.

       PAGE-ONE-ELF.
           IF PGS-TEAM-IX NOT = T
              IF T > ZERO
                 PERFORM WRITE-TEAM-ROLLUP-PAGE
              END-IF
              MOVE PGS-TEAM-IX TO T
           END-IF.
           MOVE PGS-TEAM-IX TO WS-PAGE-TEAM-IX.
           MOVE PGS-SEQ TO WS-PAGE-RST-SEQ.
           PERFORM POSITION-ELF-WORK.
           PERFORM READ-ELF-DAY1.
           PERFORM WRITE-ELF-PAGE.
           PERFORM ADD-ELF-TO-TEAM.

      *    An elf with a summary record had an assignment accepted;
      *    one without has nothing to show for Days 2-4.
       POSITION-ELF-WORK.
           PERFORM UNTIL WS-SUMMARY-EOF = 'Y'
              OR SMW-KEY NOT < WS-PAGE-KEY
              PERFORM READ-SUMMARY-WORK
           END-PERFORM.
           IF WS-SUMMARY-EOF = 'N' AND SMW-KEY = WS-PAGE-KEY
              MOVE 'Y' TO WS-ELF-ASSIGNED
              MOVE SMW-FIGURES TO WS-ELF-FIGURES
           ELSE
              MOVE 'N' TO WS-ELF-ASSIGNED
              MOVE ZEROS TO WS-ELF-FIGURES
           END-IF.
           PERFORM UNTIL WS-DETAIL-EOF = 'Y'
              OR DTW-KEY NOT < WS-PAGE-KEY
              PERFORM READ-DETAIL-WORK
           END-PERFORM.

       ADD-ELF-TO-TEAM.
           ADD 1 TO WS-TEM-ELVES(T).
           IF WS-ELF-D1-FOUND = 'Y'
              ADD WS-ELF-D1-TOTAL TO WS-TEM-D1-TOTAL(T)
              IF WS-ELF-D1-RANK < WS-TEM-BEST-RANK(T)
                 MOVE WS-ELF-D1-RANK TO WS-TEM-BEST-RANK(T)
              END-IF
           END-IF.
           ADD WS-ELF-D2-ROUNDS TO WS-TEM-D2-ROUNDS(T).
           ADD WS-ELF-D2-P1 TO WS-TEM-D2-P1(T).
           ADD WS-ELF-D2-P2 TO WS-TEM-D2-P2(T).
           ADD WS-ELF-D3-SACKS TO WS-TEM-D3-SACKS(T).
           ADD WS-ELF-D3-PRIORITY TO WS-TEM-D3-PRIORITY(T).
           ADD WS-ELF-D4-PAIRS TO WS-TEM-D4-PAIRS(T).
           ADD WS-ELF-D4-CONTAIN TO WS-TEM-D4-CONTAIN(T).
           ADD WS-ELF-D4-OVERLAP TO WS-TEM-D4-OVERLAP(T).

      **----------------------------------------------------------------
      *    One page per elf: the four puzzles side by side.
      **----------------------------------------------------------------
       WRITE-ELF-PAGE.
           PERFORM WRITE-PAGE-EJECT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'ELF ' DELIMITED BY SIZE
                  PGS-ELF-NUM DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  PGS-NAME DELIMITED BY SIZE
                  '  TEAM ' DELIMITED BY SIZE
                  PGS-TEAM DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-ELF-D1-FOUND = 'Y'
              STRING 'DAY 1  CALORIES ' DELIMITED BY SIZE
                     WS-ELF-D1-TOTAL DELIMITED BY SIZE
                     '  RANK ' DELIMITED BY SIZE
                     WS-ELF-D1-RANK DELIMITED BY SIZE
                 INTO REPORT-RECORD
           ELSE
              MOVE 'DAY 1  NO ELF MASTER RECORD' TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           IF WS-ELF-ASSIGNED NOT = 'Y'
              MOVE 'DAYS 2-4  NO LINES ASSIGNED TO THIS ELF' TO
                 REPORT-RECORD
              WRITE REPORT-RECORD
           ELSE
              PERFORM WRITE-ELF-DAY2
              PERFORM WRITE-ELF-DAY3
              PERFORM WRITE-ELF-DAY4
           END-IF.

       WRITE-ELF-DAY2.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'DAY 2  ROUNDS ' DELIMITED BY SIZE
                  WS-ELF-D2-ROUNDS DELIMITED BY SIZE
                  '  SCORE AS MOVES ' DELIMITED BY SIZE
                  WS-ELF-D2-P1 DELIMITED BY SIZE
                  '  AS OUTCOMES ' DELIMITED BY SIZE
                  WS-ELF-D2-P2 DELIMITED BY SIZE
                  '  UNSCORABLE ' DELIMITED BY SIZE
                  WS-ELF-D2-BAD DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-ELF-DAY3.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'DAY 3  RUCKSACKS ' DELIMITED BY SIZE
                  WS-ELF-D3-SACKS DELIMITED BY SIZE
                  '  PRIORITY SUM ' DELIMITED BY SIZE
                  WS-ELF-D3-PRIORITY DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-ELF-D3-SACKS > ZERO
              MOVE '       LINE    ITEM  PRIORITY  GROUP  BADGE  PRIORIT
      -            'Y' TO REPORT-RECORD
              WRITE REPORT-RECORD
              PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                 OR DTW-KEY NOT = WS-PAGE-KEY OR DTW-DAY NOT = 3
                 PERFORM WRITE-RUCKSACK-LINE
                 PERFORM READ-DETAIL-WORK
              END-PERFORM
           END-IF.

       WRITE-RUCKSACK-LINE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE DTW-LINE TO REPORT-RECORD(8:6).
           MOVE DTW-ITEM TO REPORT-RECORD(16:1).
           MOVE DTW-ITEM-PRIORITY TO REPORT-RECORD(22:2).
           MOVE DTW-GROUP TO REPORT-RECORD(32:5).
           MOVE DTW-BADGE TO REPORT-RECORD(39:1).
           MOVE DTW-BADGE-PRIORITY TO REPORT-RECORD(46:2).
           WRITE REPORT-RECORD.

       WRITE-ELF-DAY4.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'DAY 4  PAIRS ' DELIMITED BY SIZE
                  WS-ELF-D4-PAIRS DELIMITED BY SIZE
                  '  FULLY CONTAINED ' DELIMITED BY SIZE
                  WS-ELF-D4-CONTAIN DELIMITED BY SIZE
                  '  OVERLAPPING ' DELIMITED BY SIZE
                  WS-ELF-D4-OVERLAP DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-ELF-D4-PAIRS > ZERO
              MOVE '       LINE    PAIR                     CONTAINED  O
      -            'VERLAPS' TO REPORT-RECORD
              WRITE REPORT-RECORD
              PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                 OR DTW-KEY NOT = WS-PAGE-KEY OR DTW-DAY NOT = 4
                 MOVE SPACES TO REPORT-RECORD
                 MOVE DTW-LINE TO REPORT-RECORD(8:6)
                 MOVE DTW-PAIR TO REPORT-RECORD(16:23)
                 MOVE DTW-CONTAINED TO REPORT-RECORD(41:1)
                 MOVE DTW-OVERLAPS TO REPORT-RECORD(52:1)
                 WRITE REPORT-RECORD
                 PERFORM READ-DETAIL-WORK
              END-PERFORM
           END-IF.

      **----------------------------------------------------------------
       WRITE-TEAM-ROLLUP-PAGE.
           PERFORM WRITE-PAGE-EJECT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'TEAM ' DELIMITED BY SIZE
                  WS-TEM-NAME(T) DELIMITED BY SIZE
                  '  ROLLUP' DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ELVES ' DELIMITED BY SIZE
                  WS-TEM-ELVES(T) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-TEM-BEST-RANK(T) = 99999
              MOVE '  DAY 1  NO ELF MASTER RECORDS' TO REPORT-RECORD
           ELSE
              STRING '  DAY 1  CALORIES ' DELIMITED BY SIZE
                     WS-TEM-D1-TOTAL(T) DELIMITED BY SIZE
                     '  BEST RANK ' DELIMITED BY SIZE
                     WS-TEM-BEST-RANK(T) DELIMITED BY SIZE
                 INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  DAY 2  ROUNDS ' DELIMITED BY SIZE
                  WS-TEM-D2-ROUNDS(T) DELIMITED BY SIZE
                  '  SCORE AS MOVES ' DELIMITED BY SIZE
                  WS-TEM-D2-P1(T) DELIMITED BY SIZE
                  '  AS OUTCOMES ' DELIMITED BY SIZE
                  WS-TEM-D2-P2(T) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  DAY 3  RUCKSACKS ' DELIMITED BY SIZE
                  WS-TEM-D3-SACKS(T) DELIMITED BY SIZE
                  '  PRIORITY SUM ' DELIMITED BY SIZE
                  WS-TEM-D3-PRIORITY(T) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  DAY 4  PAIRS ' DELIMITED BY SIZE
                  WS-TEM-D4-PAIRS(T) DELIMITED BY SIZE
                  '  FULLY CONTAINED ' DELIMITED BY SIZE
                  WS-TEM-D4-CONTAIN(T) DELIMITED BY SIZE
                  '  OVERLAPPING ' DELIMITED BY SIZE
                  WS-TEM-D4-OVERLAP(T) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-TEAM-SUMMARY-PAGE.
           PERFORM WRITE-PAGE-EJECT.
           MOVE 'TEAM SUMMARY' TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'TEAM       ELVES DAY-1 CALORIES  RANK  D2 MOVES  D2 OUT
      -         'COME D3 PRIORITY D4 CONT D4 OVLP' TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TEAM-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING WS-TEM-NAME(T) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-TEM-ELVES(T) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-TEM-D1-TOTAL(T) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-TEM-BEST-RANK(T) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-TEM-D2-P1(T) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-TEM-D2-P2(T) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-TEM-D3-PRIORITY(T) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-TEM-D4-CONTAIN(T) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-TEM-D4-OVERLAP(T) DELIMITED BY SIZE
                 INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-PERFORM.

      *    Each new page closes the one before it with a form feed.
       WRITE-PAGE-EJECT.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD BEFORE ADVANCING PAGE.
