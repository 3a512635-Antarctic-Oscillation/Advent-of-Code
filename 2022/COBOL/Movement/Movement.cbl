      **  environment, with blanks filled from the housekeeping        *
      **  program's resolution dataset - so the report needs no        *
      **  hand-copied names either.                                    *
      **                                                               *
      **  Nothing is held in working-storage tables, so a generation's *
      **  size is bounded only by disk: each generation is ranked by   *
      **  a descending-total sort, both are brought into elf-number    *
      **  order and match-merged (the Nth record for an elf number in  *
      **  the current generation pairs with the Nth in the prior),     *
      **  names come from the roster sorted the same way, and the      *
      **  report lines are sorted back into feed order. Every run      *
      **  displays its record counts.                                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-ELF-ROSTER-STATUS.

      *    Last integrity sweep's verdicts (GINREC.cpy) - a generation
      *    marked ALTERED is refused rather than read.
          SELECT GEN-INTEGRITY-FILE
              ASSIGN DYNAMIC WS-GEN-INTEGRITY-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GEN-INTEGRITY-STATUS.

      *    Work files between the sorts: both generations ranked,
      *    then numbered by occurrence of each elf number, the
      *    roster in elf-number order, and the report lines as the
      *    match-merge finds them.
          SELECT RANK-WORK-FILE
              ASSIGN DYNAMIC WS-RANK-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-RANK-WORK-STATUS.

          SELECT PAIR-WORK-FILE
              ASSIGN DYNAMIC WS-PAIR-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-PAIR-WORK-STATUS.

          SELECT ROSTER-WORK-FILE
              ASSIGN DYNAMIC WS-ROSTER-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-ROSTER-WORK-STATUS.

          SELECT LINE-WORK-FILE
              ASSIGN DYNAMIC WS-LINE-WORK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-LINE-WORK-STATUS.

          SELECT RANK-SORT-FILE ASSIGN TO SORTWK01.

          SELECT OCCURRENCE-SORT-FILE ASSIGN TO SORTWK02.

          SELECT MATCH-SORT-FILE ASSIGN TO SORTWK03.

          SELECT ROSTER-SORT-FILE ASSIGN TO SORTWK04.

          SELECT LINE-SORT-FILE ASSIGN TO SORTWK05.

       DATA DIVISION.
       FILE SECTION.
      *    A Day-1 output generation's detail lines share ELFREC.cpy's
       FD ELF-ROSTER-FILE.
          COPY "RSTREC.cpy".

       FD GEN-INTEGRITY-FILE.
          COPY "GINREC.cpy".

      *    Side C is the current generation, P the prior; the
      *    sequence number is the record's place in its generation.
       FD RANK-WORK-FILE.
       01 RANK-WORK-RECORD.
          05 RKW-SIDE             PIC X.
          05 RKW-ELF-NUM          PIC 9(5).
          05 RKW-SEQ              PIC 9(9).
          05 RKW-TOTAL            PIC 9(15).
          05 RKW-RANK             PIC 9(5).

      *    PRW-OCCURRENCE numbers the records for one elf number
      *    within one side, 1 up in feed order.
       FD PAIR-WORK-FILE.
       01 PAIR-WORK-RECORD.
          05 PRW-ELF-NUM          PIC 9(5).
          05 PRW-OCCURRENCE       PIC 9(9).
          05 PRW-SIDE             PIC X.
          05 PRW-SEQ              PIC 9(9).
          05 PRW-TOTAL            PIC 9(15).
          05 PRW-RANK             PIC 9(5).

       FD ROSTER-WORK-FILE.
       01 ROSTER-WORK-RECORD.
          05 RSW-ELF-NUM          PIC 9(5).
          05 RSW-SEQ              PIC 9(9).
          05 RSW-NAME             PIC X(20).

      *    Group 1 lines report in current-generation order, group 2
      *    (the dropped elves) in prior-generation order.
       FD LINE-WORK-FILE.
       01 LINE-WORK-RECORD.
          05 LNW-GROUP            PIC 9.
          05 LNW-SEQ              PIC 9(9).
          05 LNW-TEXT             PIC X(100).

       SD RANK-SORT-FILE.
       01 RANK-SORT-RECORD.
          05 RKS-SIDE             PIC X.
          05 RKS-ELF-NUM          PIC 9(5).
          05 RKS-SEQ              PIC 9(9).
          05 RKS-TOTAL            PIC 9(15).
          05 RKS-RANK             PIC 9(5).

       SD OCCURRENCE-SORT-FILE.
       01 OCCURRENCE-SORT-RECORD.
          05 OCS-SIDE             PIC X.
          05 OCS-ELF-NUM          PIC 9(5).
          05 OCS-SEQ              PIC 9(9).
          05 OCS-TOTAL            PIC 9(15).
          05 OCS-RANK             PIC 9(5).

       SD MATCH-SORT-FILE.
       01 MATCH-SORT-RECORD.
          05 MTS-ELF-NUM          PIC 9(5).
          05 MTS-OCCURRENCE       PIC 9(9).
          05 MTS-SIDE             PIC X.
          05 MTS-SEQ              PIC 9(9).
          05 MTS-TOTAL            PIC 9(15).
          05 MTS-RANK             PIC 9(5).

       SD ROSTER-SORT-FILE.
       01 ROSTER-SORT-RECORD.
          05 RSS-ELF-NUM          PIC 9(5).
          05 RSS-SEQ              PIC 9(9).
          05 RSS-NAME             PIC X(20).

       SD LINE-SORT-FILE.
       01 LINE-SORT-RECORD.
          05 LNS-GROUP            PIC 9.
          05 LNS-SEQ              PIC 9(9).
          05 LNS-TEXT             PIC X(100).

       WORKING-STORAGE SECTION.
          COPY "GINPARM.cpy".
       01 WS-GENERATION-DATASET   PIC X(80) VALUE SPACES.
       01 WS-GENERATION-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-CURRENT-DATASET      PIC X(80) VALUE SPACES.
       01 RESOLUTION-EOF          PIC X     VALUE 'N'.
       01 WS-LOAD-SIDE            PIC X     VALUE 'C'.

       01 WS-RANK-WORK-DATASET    PIC X(80) VALUE 'movrank.wrk'.
       01 WS-RANK-WORK-STATUS     PIC X(2)  VALUE SPACES.
       01 WS-PAIR-WORK-DATASET    PIC X(80) VALUE 'movpair.wrk'.
       01 WS-PAIR-WORK-STATUS     PIC X(2)  VALUE SPACES.
       01 WS-ROSTER-WORK-DATASET  PIC X(80) VALUE 'movroster.wrk'.
       01 WS-ROSTER-WORK-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-LINE-WORK-DATASET    PIC X(80) VALUE 'movline.wrk'.
       01 WS-LINE-WORK-STATUS     PIC X(2)  VALUE SPACES.
       01 WS-SORT-EOF             PIC X     VALUE 'N'.

      *    Record counts displayed at the end of every run.
       01 WS-CUR-COUNT            PIC 9(9)  VALUE ZERO.
       01 WS-PRI-COUNT            PIC 9(9)  VALUE ZERO.
       01 WS-ROSTER-COUNT         PIC 9(9)  VALUE ZERO.
       01 WS-MATCHED-COUNT        PIC 9(9)  VALUE ZERO.

      *    Ranking: position within the side in hand in descending-
      *    total order, and the total and rank of the tie group.
       01 WS-RANK-SIDE            PIC X     VALUE SPACE.
       01 WS-RANK-POS             PIC 9(9)  VALUE ZERO.
       01 WS-PRIOR-TOTAL          PIC 9(15) VALUE ZERO.
       01 WS-CURRENT-RANK         PIC 9(5)  VALUE ZERO.

      *    Occurrence numbering: the side and elf number in hand.
       01 WS-OCC-SIDE             PIC X     VALUE SPACE.
       01 WS-OCC-ELF              PIC 9(5)  VALUE ZERO.
       01 WS-OCCURRENCE           PIC 9(9)  VALUE ZERO.

      *    Match-merge: a current record held until the next record
      *    shows whether the prior generation has its partner.
       01 WS-HELD                 PIC X     VALUE 'N'.
       01 WS-HELD-RECORD.
          05 WS-HLD-ELF-NUM       PIC 9(5).
          05 WS-HLD-OCCURRENCE    PIC 9(9).
          05 WS-HLD-SIDE          PIC X.
          05 WS-HLD-SEQ           PIC 9(9).
          05 WS-HLD-TOTAL         PIC 9(15).
          05 WS-HLD-RANK          PIC 9(5).

       01 WS-DELTA                PIC S9(15)
                                   SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RANK-DELTA           PIC S9(5)
       01 WS-ELF-ROSTER-DATASET   PIC X(80) VALUE 'elfroster.txt'.
       01 WS-ELF-ROSTER-STATUS    PIC X(2)  VALUE SPACES.
       01 ROSTER-EOF              PIC X     VALUE 'N'.
       01 WS-LOOKUP-HELD          PIC X     VALUE 'N'.
       01 WS-LOOKUP-ELF           PIC 9(5)  VALUE ZERO.
       01 WS-LOOKUP-WANTED        PIC 9(5)  VALUE ZERO.
       01 WS-LOOKUP-NAME          PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-MOVEMENT-PARMS.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATASET TO WS-GENERATION-DATASET.
           PERFORM CHECK-GENERATION.
           MOVE WS-PRIOR-DATASET TO WS-GENERATION-DATASET.
           PERFORM CHECK-GENERATION.
           PERFORM CHECK-WORK-DATASETS.
           SORT ROSTER-SORT-FILE
              ON ASCENDING KEY RSS-ELF-NUM RSS-SEQ
              INPUT PROCEDURE IS RELEASE-ROSTER
              GIVING ROSTER-WORK-FILE.
           SORT RANK-SORT-FILE
              ON ASCENDING KEY RKS-SIDE
              ON DESCENDING KEY RKS-TOTAL
              ON ASCENDING KEY RKS-SEQ
              INPUT PROCEDURE IS RELEASE-GENERATIONS
              OUTPUT PROCEDURE IS RANK-BOTH-GENERATIONS.
           SORT OCCURRENCE-SORT-FILE
              ON ASCENDING KEY OCS-ELF-NUM OCS-SIDE OCS-SEQ
              USING RANK-WORK-FILE
              OUTPUT PROCEDURE IS NUMBER-OCCURRENCES.
           SORT MATCH-SORT-FILE
              ON ASCENDING KEY MTS-ELF-NUM MTS-OCCURRENCE MTS-SIDE
              USING PAIR-WORK-FILE
              OUTPUT PROCEDURE IS MATCH-AND-REPORT.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           SORT LINE-SORT-FILE
              ON ASCENDING KEY LNS-GROUP LNS-SEQ
              USING LINE-WORK-FILE
              OUTPUT PROCEDURE IS WRITE-REPORT-LINES.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY 'MOVEMENT REPORT: ' WS-NEW-COUNT ' NEW, '
              WS-DROPPED-COUNT ' DROPPED, ' WS-MOVED-COUNT
              ' MOVED - SEE ' FUNCTION TRIM(WS-REPORT-DATASET).
           DISPLAY WS-CUR-COUNT ' CURRENT GENERATION RECORDS READ'.
           DISPLAY WS-PRI-COUNT ' PRIOR GENERATION RECORDS READ'.
           DISPLAY WS-MATCHED-COUNT ' RECORDS MATCHED IN BOTH'.
           DISPLAY WS-ROSTER-COUNT ' ROSTER RECORDS READ'.
           STOP RUN.

      **----------------------------------------------------------------
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-REPORT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ELF_ROSTER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ELF-ROSTER-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'MOVEMENT_RANK_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-RANK-WORK-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'MOVEMENT_PAIR_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-PAIR-WORK-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'MOVEMENT_ROSTER_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ROSTER-WORK-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'MOVEMENT_LINE_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-LINE-WORK-DATASET
           END-IF.
           PERFORM APPLY-GENERATION-RESOLUTION.

      **----------------------------------------------------------------
           END-EVALUATE.

      **----------------------------------------------------------------
      *    Both generations must be readable before any sort starts.
      *    A generation the last integrity sweep marked ALTERED is
      *    refused - its elf totals are not the ones the run wrote.
      **----------------------------------------------------------------
       CHECK-GENERATION.
           MOVE WS-GENERATION-DATASET TO WS-GIN-CHECK-NAME.
           PERFORM CHECK-GENERATION-INTEGRITY.
           IF WS-GIN-VERDICT = 'ALTERED'
              DISPLAY 'GENERATION MARKED ALTERED BY THE LAST '
                 'INTEGRITY SWEEP - NOT REPORTED - DATASET '
                 FUNCTION TRIM(WS-GENERATION-DATASET)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT GENERATION-FILE.
           IF WS-GENERATION-STATUS NOT EQUAL '00'
              DISPLAY 'GENERATION NOT FOUND - STATUS '
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE GENERATION-FILE.

      **----------------------------------------------------------------
      *    The work files must be writable before any sort starts -
      *    a sort that cannot hand its output on would lose records
      *    silently.
      **----------------------------------------------------------------
       CHECK-WORK-DATASETS.
           OPEN OUTPUT RANK-WORK-FILE.
           IF WS-RANK-WORK-STATUS NOT EQUAL '00'
              MOVE WS-RANK-WORK-DATASET TO WS-ENV-VALUE
              MOVE WS-RANK-WORK-STATUS TO WS-GENERATION-STATUS
              PERFORM WORK-DATASET-FAILED
           END-IF.
           CLOSE RANK-WORK-FILE.
           OPEN OUTPUT PAIR-WORK-FILE.
           IF WS-PAIR-WORK-STATUS NOT EQUAL '00'
              MOVE WS-PAIR-WORK-DATASET TO WS-ENV-VALUE
              MOVE WS-PAIR-WORK-STATUS TO WS-GENERATION-STATUS
              PERFORM WORK-DATASET-FAILED
           END-IF.
           CLOSE PAIR-WORK-FILE.
           OPEN OUTPUT ROSTER-WORK-FILE.
           IF WS-ROSTER-WORK-STATUS NOT EQUAL '00'
              MOVE WS-ROSTER-WORK-DATASET TO WS-ENV-VALUE
              MOVE WS-ROSTER-WORK-STATUS TO WS-GENERATION-STATUS
              PERFORM WORK-DATASET-FAILED
           END-IF.
           CLOSE ROSTER-WORK-FILE.
           OPEN OUTPUT LINE-WORK-FILE.
           IF WS-LINE-WORK-STATUS NOT EQUAL '00'
              MOVE WS-LINE-WORK-DATASET TO WS-ENV-VALUE
              MOVE WS-LINE-WORK-STATUS TO WS-GENERATION-STATUS
              PERFORM WORK-DATASET-FAILED
           END-IF.
           CLOSE LINE-WORK-FILE.

       WORK-DATASET-FAILED.
           DISPLAY 'WORK DATASET ' FUNCTION TRIM(WS-ENV-VALUE)
              ' NOT AVAILABLE - STATUS ' WS-GENERATION-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      **----------------------------------------------------------------
      *    Both generations' per-elf detail lines into the ranking
      *    sort, skipping the HDR/FTR label records.
      **----------------------------------------------------------------
       RELEASE-GENERATIONS.
           MOVE 'C' TO WS-LOAD-SIDE.
           MOVE WS-CURRENT-DATASET TO WS-GENERATION-DATASET.
           PERFORM RELEASE-GENERATION.
           MOVE 'P' TO WS-LOAD-SIDE.
           MOVE WS-PRIOR-DATASET TO WS-GENERATION-DATASET.
           PERFORM RELEASE-GENERATION.

       RELEASE-GENERATION.
           MOVE 'N' TO GENERATION-EOF.
           OPEN INPUT GENERATION-FILE.
           PERFORM UNTIL GENERATION-EOF = 'Y'
               READ GENERATION-FILE
                   AT END
                          WHEN 'FTR'
                             CONTINUE
                          WHEN OTHER
                             PERFORM RELEASE-ONE-ELF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE GENERATION-FILE.

       RELEASE-ONE-ELF.
           MOVE WS-LOAD-SIDE TO RKS-SIDE.
           IF WS-LOAD-SIDE = 'C'
              ADD 1 TO WS-CUR-COUNT
              MOVE WS-CUR-COUNT TO RKS-SEQ
           ELSE
              ADD 1 TO WS-PRI-COUNT
              MOVE WS-PRI-COUNT TO RKS-SEQ
           END-IF.
           MOVE ELF-NUM TO RKS-ELF-NUM.
           MOVE ELF-TOTAL TO RKS-TOTAL.
           MOVE ZERO TO RKS-RANK.
           RELEASE RANK-SORT-RECORD.

      **----------------------------------------------------------------
      *    Rank within each generation: 1 plus the number of elves
      *    carrying strictly more, so ties share a rank. In
      *    descending-total order that is the position of the first
      *    elf of each tie group, counted afresh for each side.
      **----------------------------------------------------------------
       RANK-BOTH-GENERATIONS.
           OPEN OUTPUT RANK-WORK-FILE.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE SPACE TO WS-RANK-SIDE.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN RANK-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      IF RKS-SIDE NOT = WS-RANK-SIDE
                         MOVE RKS-SIDE TO WS-RANK-SIDE
                         MOVE ZERO TO WS-RANK-POS
                      END-IF
                      ADD 1 TO WS-RANK-POS
                      IF WS-RANK-POS = 1
                         OR RKS-TOTAL NOT = WS-PRIOR-TOTAL
                         MOVE WS-RANK-POS TO WS-CURRENT-RANK
                         MOVE RKS-TOTAL TO WS-PRIOR-TOTAL
                      END-IF
                      MOVE RANK-SORT-RECORD TO RANK-WORK-RECORD
                      MOVE WS-CURRENT-RANK TO RKW-RANK
                      WRITE RANK-WORK-RECORD
                   END-RETURN
           END-PERFORM.
           CLOSE RANK-WORK-FILE.

      **----------------------------------------------------------------
      *    In elf-number order, number each side's records for one
      *    elf number 1 up in feed order, so the Nth current record
      *    for an elf pairs with the Nth prior one.
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
                      MOVE OCS-RANK TO PRW-RANK
                      WRITE PAIR-WORK-RECORD
                   END-RETURN
           END-PERFORM.
           CLOSE PAIR-WORK-FILE.

      **----------------------------------------------------------------
      *    The roster master into the roster sort - a missing
      *    roster releases nothing and every name lookup comes back
      *    blank, the numbers-only report of old.
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
                          RELEASE ROSTER-SORT-RECORD
                  END-READ
              END-PERFORM
              CLOSE ELF-ROSTER-FILE
           END-IF.

      **----------------------------------------------------------------
      *    The name for WS-LOOKUP-WANTED off the roster work file, which
      *    is read forward in step with the elf-number order of the
      *    match-merge. Where the roster repeats an elf number its
      *    last entry supplies the name.
      **----------------------------------------------------------------
       LOOK-UP-ROSTER-NAME.
           IF WS-LOOKUP-HELD = 'N'
              OR WS-LOOKUP-WANTED NOT = WS-LOOKUP-ELF
              MOVE 'Y' TO WS-LOOKUP-HELD
              MOVE WS-LOOKUP-WANTED TO WS-LOOKUP-ELF
              MOVE SPACES TO WS-LOOKUP-NAME
              PERFORM UNTIL ROSTER-EOF = 'Y'
                 OR RSW-ELF-NUM > WS-LOOKUP-ELF
                 IF RSW-ELF-NUM = WS-LOOKUP-ELF
                    MOVE RSW-NAME TO WS-LOOKUP-NAME
                 END-IF
                 PERFORM READ-ROSTER-WORK
              END-PERFORM
           END-IF.

       READ-ROSTER-WORK.
           READ ROSTER-WORK-FILE
              AT END
                 MOVE 'Y' TO ROSTER-EOF
           END-READ.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD.

      **----------------------------------------------------------------
      *    Match current elves against prior by elf number: unmatched
      *    are new, matched with a changed total or rank are movers,
      *    and prior elves left unmatched dropped out. Elves whose
      *    total and rank both held are not report lines - this is a
      *    movement report, not a listing. Within one elf number and
      *    occurrence the current record sorts ahead of the prior, so
      *    a current record is held until the next record shows
      *    whether its partner is there.
      **----------------------------------------------------------------
       MATCH-AND-REPORT.
           OPEN INPUT ROSTER-WORK-FILE
                OUTPUT LINE-WORK-FILE.
           MOVE 'N' TO ROSTER-EOF WS-SORT-EOF WS-HELD WS-LOOKUP-HELD.
           PERFORM READ-ROSTER-WORK.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN MATCH-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      PERFORM MATCH-ONE-RECORD
                   END-RETURN
           END-PERFORM.
           IF WS-HELD = 'Y'
              PERFORM REPORT-NEW-ELF
           END-IF.
           CLOSE ROSTER-WORK-FILE
                 LINE-WORK-FILE.

       MATCH-ONE-RECORD.
           IF WS-HELD = 'Y'
              IF MTS-SIDE = 'P'
                 AND MTS-ELF-NUM = WS-HLD-ELF-NUM
                 AND MTS-OCCURRENCE = WS-HLD-OCCURRENCE
                 MOVE 'N' TO WS-HELD
                 ADD 1 TO WS-MATCHED-COUNT
                 PERFORM REPORT-MATCHED-ELF
              ELSE
                 PERFORM REPORT-NEW-ELF
                 PERFORM HOLD-OR-DROP
              END-IF
           ELSE
              PERFORM HOLD-OR-DROP
           END-IF.

       HOLD-OR-DROP.
           IF MTS-SIDE = 'C'
              MOVE 'Y' TO WS-HELD
              MOVE MATCH-SORT-RECORD TO WS-HELD-RECORD
           ELSE
              PERFORM REPORT-DROPPED-ELF
           END-IF.

       REPORT-NEW-ELF.
           MOVE 'N' TO WS-HELD.
           ADD 1 TO WS-NEW-COUNT.
           MOVE WS-HLD-ELF-NUM TO WS-LOOKUP-WANTED.
           PERFORM LOOK-UP-ROSTER-NAME.
           MOVE 1 TO LNW-GROUP.
           MOVE WS-HLD-SEQ TO LNW-SEQ.
           MOVE SPACES TO LNW-TEXT.
           STRING 'NEW     ELF ' DELIMITED BY SIZE
                  WS-HLD-ELF-NUM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LOOKUP-NAME DELIMITED BY SIZE
                  ' TOTAL ' DELIMITED BY SIZE
                  WS-HLD-TOTAL DELIMITED BY SIZE
                  ' RANK ' DELIMITED BY SIZE
                  WS-HLD-RANK DELIMITED BY SIZE
              INTO LNW-TEXT.
           WRITE LINE-WORK-RECORD.

       REPORT-MATCHED-ELF.
           IF WS-HLD-TOTAL NOT = MTS-TOTAL
              OR WS-HLD-RANK NOT = MTS-RANK
              ADD 1 TO WS-MOVED-COUNT
              COMPUTE WS-DELTA = WS-HLD-TOTAL - MTS-TOTAL
              COMPUTE WS-RANK-DELTA = MTS-RANK - WS-HLD-RANK
              MOVE WS-HLD-ELF-NUM TO WS-LOOKUP-WANTED
              PERFORM LOOK-UP-ROSTER-NAME
              MOVE 1 TO LNW-GROUP
              MOVE WS-HLD-SEQ TO LNW-SEQ
              MOVE SPACES TO LNW-TEXT
              STRING 'MOVED   ELF ' DELIMITED BY SIZE
                     WS-HLD-ELF-NUM DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-LOOKUP-NAME DELIMITED BY SIZE
                     ' DELTA ' DELIMITED BY SIZE
                     WS-DELTA DELIMITED BY SIZE
                     ' RANK ' DELIMITED BY SIZE
                     WS-HLD-RANK DELIMITED BY SIZE
                     ' (WAS ' DELIMITED BY SIZE
                     MTS-RANK DELIMITED BY SIZE
                     ', MOVED ' DELIMITED BY SIZE
                     WS-RANK-DELTA DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                 INTO LNW-TEXT
              WRITE LINE-WORK-RECORD
           END-IF.

       REPORT-DROPPED-ELF.
           ADD 1 TO WS-DROPPED-COUNT.
           MOVE MTS-ELF-NUM TO WS-LOOKUP-WANTED.
           PERFORM LOOK-UP-ROSTER-NAME.
           MOVE 2 TO LNW-GROUP.
           MOVE MTS-SEQ TO LNW-SEQ.
           MOVE SPACES TO LNW-TEXT.
           STRING 'DROPPED ELF ' DELIMITED BY SIZE
                  MTS-ELF-NUM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LOOKUP-NAME DELIMITED BY SIZE
                  ' PRIOR TOTAL ' DELIMITED BY SIZE
                  MTS-TOTAL DELIMITED BY SIZE
                  ' PRIOR RANK ' DELIMITED BY SIZE
                  MTS-RANK DELIMITED BY SIZE
              INTO LNW-TEXT.
           WRITE LINE-WORK-RECORD.

      **----------------------------------------------------------------
      *    The report lines back in feed order: new and moved elves
      *    as the current generation lists them, then the dropped
      *    elves as the prior generation listed them.
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

       WRITE-REPORT-SUMMARY.
                  WS-MOVED-COUNT DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      **----------------------------------------------------------------
           COPY "GINCHECK.cpy".
