      **  the Day-1 answer steps publishes only on a match. Run it     *
      **  after any change to the aggregation step or the feed         *
      **  format.                                                      *
      **                                                               *
      **  Nothing is held in working-storage tables, so the feed's     *
      **  size is bounded only by disk: both sides' per-elf records    *
      **  are sorted into elf-number order and match-merged (the Nth   *
      **  raw record for an elf number pairs with the Nth work-file    *
      **  record), each side's answers come off a descending-total     *
      **  sort, and the report lines are sorted back into feed order.  *
      **  Every run displays its record counts.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

      *    Work files between the sorts: both sides' elves numbered
      *    by occurrence of each elf number, and the report lines as
      *    the match-merge finds them.
          SELECT PAIR-WORK-FILE
              ASSIGN DYNAMIC WS-PAIR-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-PAIR-WORK-STATUS.

          SELECT LINE-WORK-FILE
              ASSIGN DYNAMIC WS-LINE-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-LINE-WORK-STATUS.

          SELECT OCCURRENCE-SORT-FILE ASSIGN TO SORTWK01.

          SELECT ANSWER-SORT-FILE ASSIGN TO SORTWK02.

          SELECT MATCH-SORT-FILE ASSIGN TO SORTWK03.

          SELECT LINE-SORT-FILE ASSIGN TO SORTWK04.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(120).

      *    Side R is the raw-feed pass, W the work file; the sequence
      *    number is the elf's place on its side and PRW-OCCURRENCE
      *    numbers the elves for one elf number within one side, 1 up
      *    in feed order.
       FD PAIR-WORK-FILE.
       01 PAIR-WORK-RECORD.
          05 PRW-ELF-NUM          PIC 9(5).
          05 PRW-OCCURRENCE       PIC 9(9).
          05 PRW-SIDE             PIC X.
          05 PRW-SEQ              PIC 9(9).
          05 PRW-TOTAL            PIC 9(15).

      *    Group 1 lines report in raw-feed order, group 2 (the elves
      *    only the work file carries) in work-file order.
       FD LINE-WORK-FILE.
       01 LINE-WORK-RECORD.
          05 LNW-GROUP            PIC 9.
          05 LNW-SEQ              PIC 9(9).
          05 LNW-TEXT             PIC X(120).

       SD OCCURRENCE-SORT-FILE.
       01 OCCURRENCE-SORT-RECORD.
          05 OCS-ELF-NUM          PIC 9(5).
          05 OCS-SIDE             PIC X.
          05 OCS-SEQ              PIC 9(9).
          05 OCS-TOTAL            PIC 9(15).

       SD ANSWER-SORT-FILE.
       01 ANSWER-SORT-RECORD.
          05 ANS-ELF-NUM          PIC 9(5).
          05 ANS-OCCURRENCE       PIC 9(9).
          05 ANS-SIDE             PIC X.
          05 ANS-SEQ              PIC 9(9).
          05 ANS-TOTAL            PIC 9(15).

       SD MATCH-SORT-FILE.
       01 MATCH-SORT-RECORD.
          05 MTS-ELF-NUM          PIC 9(5).
          05 MTS-OCCURRENCE       PIC 9(9).
          05 MTS-SIDE             PIC X.
          05 MTS-SEQ              PIC 9(9).
          05 MTS-TOTAL            PIC 9(15).

       SD LINE-SORT-FILE.
       01 LINE-SORT-RECORD.
          05 LNS-GROUP            PIC 9.
          05 LNS-SEQ              PIC 9(9).
          05 LNS-TEXT             PIC X(120).

       WORKING-STORAGE SECTION.
          COPY "DSNPARM.cpy".
          COPY "DLMPARM.cpy".
       01 WS-ELF-TOTALS-DATASET   PIC X(80) VALUE 'elftotals.txt'.
       01 WS-ELF-TOTALS-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-REPORT-DATASET       PIC X(80) VALUE 'day1verify.txt'.
       01 WS-PAIR-WORK-DATASET    PIC X(80) VALUE 'verpair.wrk'.
       01 WS-PAIR-WORK-STATUS     PIC X(2)  VALUE SPACES.
       01 WS-LINE-WORK-DATASET    PIC X(80) VALUE 'verline.wrk'.
       01 WS-LINE-WORK-STATUS     PIC X(2)  VALUE SPACES.
       01 WS-SORT-EOF             PIC X     VALUE 'N'.
       01 EOF                     PIC X     VALUE 'N'.
       01 WORK-EOF                PIC X     VALUE 'N'.
       01 LINE-NUM                PIC 9(6)  VALUE ZERO.
       01 TOP-N                   PIC 9(3)  VALUE 3.
       01 TOP-N-PARM              PIC X(3)  VALUE SPACES.

      *    Elf counts for the raw-feed side, rebuilt here under
      *    PROCESS-CLASSIC-LINE / PROCESS-DELIMITED-LINE's own rules,
      *    and the work-file side as the aggregation wrote it, with
      *    each side's running sequence for the sorts.
       01 WS-RAW-COUNT            PIC 9(5)  VALUE ZERO.
       01 WS-WRK-COUNT            PIC 9(5)  VALUE ZERO.
       01 WS-RAW-SEQ              PIC 9(9)  VALUE ZERO.
       01 WS-WRK-SEQ              PIC 9(9)  VALUE ZERO.
       01 WS-MATCHED-COUNT        PIC 9(9)  VALUE ZERO.

       01 WS-RAW-MAX              PIC 9(15) VALUE ZERO.
       01 WS-RAW-TOPN             PIC 9(15) VALUE ZERO.
       01 WS-WRK-MAX              PIC 9(15) VALUE ZERO.
       01 WS-WRK-TOPN             PIC 9(15) VALUE ZERO.
       01 WS-ANSWER-SIDE          PIC X     VALUE SPACE.
       01 WS-TOP-RANK             PIC 9(9)  VALUE ZERO.

      *    Occurrence numbering: the side and elf number in hand.
       01 WS-OCC-SIDE             PIC X     VALUE SPACE.
       01 WS-OCC-ELF              PIC 9(5)  VALUE ZERO.
       01 WS-OCCURRENCE           PIC 9(9)  VALUE ZERO.

      *    Match-merge: a raw elf held until the next record shows
      *    whether the work file has its partner.
       01 WS-HELD                 PIC X     VALUE 'N'.
       01 WS-HELD-RECORD.
          05 WS-HLD-ELF-NUM       PIC 9(5).
          05 WS-HLD-OCCURRENCE    PIC 9(9).
          05 WS-HLD-SIDE          PIC X.
          05 WS-HLD-SEQ           PIC 9(9).
          05 WS-HLD-TOTAL         PIC 9(15).

       01 WS-MISMATCH-COUNT       PIC 9(6)  VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-VERIFY-PARMS.
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE INPUT-FILE.
           OPEN INPUT ELF-TOTALS-FILE.
           IF WS-ELF-TOTALS-STATUS NOT EQUAL '00'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE ELF-TOTALS-FILE.
           PERFORM CHECK-WORK-DATASETS.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.

           SORT OCCURRENCE-SORT-FILE
              ON ASCENDING KEY OCS-ELF-NUM OCS-SIDE OCS-SEQ
              INPUT PROCEDURE IS RELEASE-BOTH-SIDES
              OUTPUT PROCEDURE IS NUMBER-OCCURRENCES.
           SORT ANSWER-SORT-FILE
              ON ASCENDING KEY ANS-SIDE
              ON DESCENDING KEY ANS-TOTAL
              USING PAIR-WORK-FILE
              OUTPUT PROCEDURE IS DERIVE-SIDE-ANSWERS.
           SORT MATCH-SORT-FILE
              ON ASCENDING KEY MTS-ELF-NUM MTS-OCCURRENCE MTS-SIDE
              USING PAIR-WORK-FILE
              OUTPUT PROCEDURE IS COMPARE-ELF-TOTALS.

           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           SORT LINE-SORT-FILE
              ON ASCENDING KEY LNS-GROUP LNS-SEQ
              USING LINE-WORK-FILE
              OUTPUT PROCEDURE IS WRITE-REPORT-LINES.
           PERFORM COMPARE-ANSWERS.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
                 FUNCTION TRIM(WS-REPORT-DATASET)
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY WS-RAW-COUNT ' RAW-FEED ELVES DERIVED'.
           DISPLAY WS-WRK-COUNT ' WORK-FILE ELF RECORDS READ'.
           DISPLAY WS-MATCHED-COUNT ' ELVES MATCHED ON BOTH PATHS'.
           GOBACK.

      **----------------------------------------------------------------
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-REPORT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'VERIFY_PAIR_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-PAIR-WORK-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'VERIFY_LINE_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-LINE-WORK-DATASET
           END-IF.
           ACCEPT TOP-N-PARM FROM ENVIRONMENT 'TOP_N'.
           IF TOP-N-PARM NOT EQUAL SPACES
              AND FUNCTION TRIM(TOP-N-PARM) IS NUMERIC
                 MOVE SPACES TO WS-FEED-FORMAT
           END-EVALUATE.

      **----------------------------------------------------------------
      *    The work files must be writable before any sort starts -
      *    a sort that cannot hand its output on would lose records
      *    silently.
      **----------------------------------------------------------------
       CHECK-WORK-DATASETS.
           OPEN OUTPUT PAIR-WORK-FILE.
           IF WS-PAIR-WORK-STATUS NOT EQUAL '00'
              DISPLAY 'WORK DATASET '
                 FUNCTION TRIM(WS-PAIR-WORK-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-PAIR-WORK-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              CLOSE PAIR-WORK-FILE
           END-IF.
           OPEN OUTPUT LINE-WORK-FILE.
           IF WS-LINE-WORK-STATUS NOT EQUAL '00'
              DISPLAY 'WORK DATASET '
                 FUNCTION TRIM(WS-LINE-WORK-DATASET)
                 ' NOT AVAILABLE - STATUS ' WS-LINE-WORK-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              CLOSE LINE-WORK-FILE
           END-IF.

      **----------------------------------------------------------------
      *    Both sides into the occurrence sort: the raw feed's elves
      *    as this program derives them, then the work file's.
      **----------------------------------------------------------------
       RELEASE-BOTH-SIDES.
           OPEN INPUT INPUT-FILE.
           PERFORM READ-RAW-FEED.
           CLOSE INPUT-FILE.
           OPEN INPUT ELF-TOTALS-FILE.
           PERFORM READ-WORK-FILE.
           CLOSE ELF-TOTALS-FILE.

      **----------------------------------------------------------------
      *    The raw pass, grouping exactly the way ELF-AGGREGATE-
      *    PROGRAM does: blank-line separation in the classic feed,
           ADD 1 TO WS-SKIPPED-COUNT.

       STORE-RAW-ELF.
           ADD 1 TO WS-RAW-COUNT.
           ADD 1 TO WS-RAW-SEQ.
           IF WS-FEED-FORMAT = 'DELIMITED'
              MOVE WS-CURRENT-ELF-ID TO OCS-ELF-NUM
           ELSE
              MOVE WS-RAW-COUNT TO OCS-ELF-NUM
           END-IF.
           MOVE 'R' TO OCS-SIDE.
           MOVE WS-RAW-SEQ TO OCS-SEQ.
           MOVE SUMMATION TO OCS-TOTAL.
           RELEASE OCCURRENCE-SORT-RECORD.
           MOVE ZERO TO SUMMATION.

      **----------------------------------------------------------------
           END-PERFORM.

       STORE-WORK-ELF.
           ADD 1 TO WS-WRK-COUNT.
           ADD 1 TO WS-WRK-SEQ.
           MOVE ELF-NUM TO OCS-ELF-NUM.
           MOVE 'W' TO OCS-SIDE.
           MOVE WS-WRK-SEQ TO OCS-SEQ.
           MOVE ELF-TOTAL TO OCS-TOTAL.
           RELEASE OCCURRENCE-SORT-RECORD.

      **----------------------------------------------------------------
      *    In elf-number order, number each side's elves for one elf
      *    number 1 up in feed order, so the Nth raw elf for a number
      *    pairs with the Nth work-file elf.
      **----------------------------------------------------------------
       NUMBER-OCCURRENCES.
           OPEN OUTPUT PAIR-WORK-FILE.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE SPACE TO WS-OCC-SIDE.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN OCCURRENCE-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      IF OCS-SIDE NOT = WS-OCC-SIDE
                         OR OCS-ELF-NUM NOT = WS-OCC-ELF
                         MOVE OCS-SIDE TO WS-OCC-SIDE
                         MOVE OCS-ELF-NUM TO WS-OCC-ELF
                         MOVE ZERO TO WS-OCCURRENCE
                      END-IF
                      ADD 1 TO WS-OCCURRENCE
                      MOVE OCS-ELF-NUM TO PRW-ELF-NUM
                      MOVE WS-OCCURRENCE TO PRW-OCCURRENCE
                      MOVE OCS-SIDE TO PRW-SIDE
                      MOVE OCS-SEQ TO PRW-SEQ
                      MOVE OCS-TOTAL TO PRW-TOTAL
                      WRITE PAIR-WORK-RECORD
                   END-RETURN
           END-PERFORM.
           CLOSE PAIR-WORK-FILE.

      **----------------------------------------------------------------
      *    The two published answers one side implies: the Part-1
      *    maximum and the Part-2 top-N total, off each side's elves
      *    in descending-total order. An elf carrying nothing never
      *    counts toward either answer.
      **----------------------------------------------------------------
       DERIVE-SIDE-ANSWERS.
           MOVE ZERO TO WS-RAW-MAX WS-RAW-TOPN WS-WRK-MAX WS-WRK-TOPN.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE SPACE TO WS-ANSWER-SIDE.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN ANSWER-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      PERFORM TAKE-ONE-ANSWER
                   END-RETURN
           END-PERFORM.

       TAKE-ONE-ANSWER.
           IF ANS-SIDE NOT = WS-ANSWER-SIDE
              MOVE ANS-SIDE TO WS-ANSWER-SIDE
              MOVE ZERO TO WS-TOP-RANK
           END-IF.
           ADD 1 TO WS-TOP-RANK.
           IF WS-TOP-RANK NOT > TOP-N AND ANS-TOTAL > ZERO
              IF ANS-SIDE = 'R'
                 ADD ANS-TOTAL TO WS-RAW-TOPN
                 IF WS-TOP-RANK = 1
                    MOVE ANS-TOTAL TO WS-RAW-MAX
                 END-IF
              ELSE
                 ADD ANS-TOTAL TO WS-WRK-TOPN
                 IF WS-TOP-RANK = 1
                    MOVE ANS-TOTAL TO WS-WRK-MAX
                 END-IF
              END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD.
      *    Per-elf comparison by elf number, the movement report's
      *    match technique: a total that differs, an elf only the raw
      *    pass produced, or an elf only the work file carries are
      *    each a discrepancy line. Within one elf number and
      *    occurrence the raw elf sorts ahead of the work-file one,
      *    so a raw elf is held until the next record shows whether
      *    its partner is there.
      **----------------------------------------------------------------
       COMPARE-ELF-TOTALS.
           OPEN OUTPUT LINE-WORK-FILE.
           MOVE 'N' TO WS-SORT-EOF WS-HELD.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN MATCH-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      PERFORM MATCH-ONE-ELF
                   END-RETURN
           END-PERFORM.
           IF WS-HELD = 'Y'
              PERFORM REPORT-RAW-ONLY
           END-IF.
           CLOSE LINE-WORK-FILE.

       MATCH-ONE-ELF.
           IF WS-HELD = 'Y'
              IF MTS-SIDE = 'W'
                 AND MTS-ELF-NUM = WS-HLD-ELF-NUM
                 AND MTS-OCCURRENCE = WS-HLD-OCCURRENCE
                 MOVE 'N' TO WS-HELD
                 ADD 1 TO WS-MATCHED-COUNT
                 PERFORM REPORT-MATCHED-ELF
              ELSE
                 PERFORM REPORT-RAW-ONLY
                 PERFORM HOLD-OR-REPORT
              END-IF
           ELSE
              PERFORM HOLD-OR-REPORT
           END-IF.

       HOLD-OR-REPORT.
           IF MTS-SIDE = 'R'
              MOVE 'Y' TO WS-HELD
              MOVE MATCH-SORT-RECORD TO WS-HELD-RECORD
           ELSE
              PERFORM REPORT-WORK-ONLY
           END-IF.

       REPORT-MATCHED-ELF.
           IF WS-HLD-TOTAL NOT = MTS-TOTAL
              ADD 1 TO WS-MISMATCH-COUNT
              MOVE 1 TO LNW-GROUP
              MOVE WS-HLD-SEQ TO LNW-SEQ
              MOVE SPACES TO LNW-TEXT
              STRING 'TOTAL DIFFERS ELF ' DELIMITED BY SIZE
                     WS-HLD-ELF-NUM DELIMITED BY SIZE
                     ' RAW ' DELIMITED BY SIZE
                     WS-HLD-TOTAL DELIMITED BY SIZE
                     ' WORK ' DELIMITED BY SIZE
                     MTS-TOTAL DELIMITED BY SIZE
                 INTO LNW-TEXT
              WRITE LINE-WORK-RECORD
           END-IF.

       REPORT-RAW-ONLY.
           MOVE 'N' TO WS-HELD.
           ADD 1 TO WS-MISMATCH-COUNT.
           MOVE 1 TO LNW-GROUP.
           MOVE WS-HLD-SEQ TO LNW-SEQ.
           MOVE SPACES TO LNW-TEXT.
           STRING 'RAW ONLY      ELF ' DELIMITED BY SIZE
                  WS-HLD-ELF-NUM DELIMITED BY SIZE
                  ' TOTAL ' DELIMITED BY SIZE
                  WS-HLD-TOTAL DELIMITED BY SIZE
              INTO LNW-TEXT.
           WRITE LINE-WORK-RECORD.

       REPORT-WORK-ONLY.
           ADD 1 TO WS-MISMATCH-COUNT.
           MOVE 2 TO LNW-GROUP.
           MOVE MTS-SEQ TO LNW-SEQ.
           MOVE SPACES TO LNW-TEXT.
           STRING 'WORK ONLY     ELF ' DELIMITED BY SIZE
                  MTS-ELF-NUM DELIMITED BY SIZE
                  ' TOTAL ' DELIMITED BY SIZE
                  MTS-TOTAL DELIMITED BY SIZE
              INTO LNW-TEXT.
           WRITE LINE-WORK-RECORD.

      **----------------------------------------------------------------
      *    The discrepancy lines back in feed order: raw-pass elves
      *    as the feed produced them, then the work-file-only elves
      *    as the work file carries them.
      **----------------------------------------------------------------
       WRITE-REPORT-LINES.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN LINE-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      MOVE LNS-TEXT TO REPORT-RECORD
                      WRITE REPORT-RECORD
                   END-RETURN
           END-PERFORM.

       COMPARE-ANSWERS.
                 REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

      **----------------------------------------------------------------
          COPY "RESOLVDS.cpy".
