      **  REPLAY-PROGRAM can CALL this comparator once per replayed   *
      **  step and read the verdict off the return code: 0 equal, 4   *
      **  differences, 8 not comparable or a generation missing.      *
      **  A generation the last integrity sweep marked ALTERED        *
      **  (GINCHECK.cpy) is refused with return code 8 as well.       *
      **                                                               *
      **  Nothing is held in working-storage tables, so a generation's *
      **  size is bounded only by disk: both generations are sorted    *
      **  into key order and match-merged (the Nth current record for  *
      **  a key pairs with the Nth prior one), and the report lines    *
      **  are sorted back into feed order. Every call displays its     *
      **  record counts.                                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

      *    Last integrity sweep's verdicts (GINREC.cpy) - a generation
      *    marked ALTERED is refused rather than read.
          SELECT GEN-INTEGRITY-FILE
              ASSIGN DYNAMIC WS-GEN-INTEGRITY-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GEN-INTEGRITY-STATUS.

      *    Work files between the sorts: both generations numbered by
      *    occurrence of each key, and the report lines as the
      *    match-merge finds them.
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

          SELECT MATCH-SORT-FILE ASSIGN TO SORTWK02.

          SELECT LINE-SORT-FILE ASSIGN TO SORTWK03.

       DATA DIVISION.
       FILE SECTION.
       FD GENERATION-FILE.
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       FD GEN-INTEGRITY-FILE.
          COPY "GINREC.cpy".

      *    Side C is the current generation, P the prior; the
      *    sequence number is the record's place in its generation
      *    and PRW-OCCURRENCE numbers the records for one key within
      *    one side, 1 up in feed order.
       FD PAIR-WORK-FILE.
       01 PAIR-WORK-RECORD.
          05 PRW-KEY              PIC X(6).
          05 PRW-OCCURRENCE       PIC 9(9).
          05 PRW-SIDE             PIC X.
          05 PRW-SEQ              PIC 9(9).
          05 PRW-TEXT             PIC X(60).

      *    Group 1 lines report in current-generation order, group 2
      *    (the dropped records) in prior-generation order; a changed
      *    record's three lines keep their order on LNW-LINE.
       FD LINE-WORK-FILE.
       01 LINE-WORK-RECORD.
          05 LNW-GROUP            PIC 9.
          05 LNW-SEQ              PIC 9(9).
          05 LNW-LINE             PIC 9.
          05 LNW-TEXT             PIC X(132).

       SD OCCURRENCE-SORT-FILE.
       01 OCCURRENCE-SORT-RECORD.
          05 OCS-KEY              PIC X(6).
          05 OCS-SIDE             PIC X.
          05 OCS-SEQ              PIC 9(9).
          05 OCS-TEXT             PIC X(60).

       SD MATCH-SORT-FILE.
       01 MATCH-SORT-RECORD.
          05 MTS-KEY              PIC X(6).
          05 MTS-OCCURRENCE       PIC 9(9).
          05 MTS-SIDE             PIC X.
          05 MTS-SEQ              PIC 9(9).
          05 MTS-TEXT             PIC X(60).

       SD LINE-SORT-FILE.
       01 LINE-SORT-RECORD.
          05 LNS-GROUP            PIC 9.
          05 LNS-SEQ              PIC 9(9).
          05 LNS-LINE             PIC 9.
          05 LNS-TEXT             PIC X(132).

       WORKING-STORAGE SECTION.
          COPY "GINPARM.cpy".
       01 WS-GENERATION-DATASET   PIC X(80) VALUE SPACES.
       01 WS-GENERATION-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-CURRENT-DATASET      PIC X(80) VALUE SPACES.
       01 WS-PRI-PART             PIC 9(1)  VALUE ZERO.
       01 WS-SEQ                  PIC 9(6)  VALUE ZERO.

       01 WS-PAIR-WORK-DATASET    PIC X(80) VALUE 'comppair.wrk'.
       01 WS-PAIR-WORK-STATUS     PIC X(2)  VALUE SPACES.
       01 WS-LINE-WORK-DATASET    PIC X(80) VALUE 'compline.wrk'.
       01 WS-LINE-WORK-STATUS     PIC X(2)  VALUE SPACES.
       01 WS-SORT-EOF             PIC X     VALUE 'N'.

      *    Record counts displayed at the end of every call.
       01 WS-CUR-COUNT            PIC 9(9)  VALUE ZERO.
       01 WS-PRI-COUNT            PIC 9(9)  VALUE ZERO.
       01 WS-MATCHED-COUNT        PIC 9(9)  VALUE ZERO.

      *    Occurrence numbering: the side and key in hand.
       01 WS-OCC-SIDE             PIC X     VALUE SPACE.
       01 WS-OCC-KEY              PIC X(6)  VALUE SPACES.
       01 WS-OCCURRENCE           PIC 9(9)  VALUE ZERO.

      *    Match-merge: a current record held until the next record
      *    shows whether the prior generation has its partner.
       01 WS-HELD                 PIC X     VALUE 'N'.
       01 WS-HELD-RECORD.
          05 WS-HLD-KEY           PIC X(6).
          05 WS-HLD-OCCURRENCE    PIC 9(9).
          05 WS-HLD-SIDE          PIC X.
          05 WS-HLD-SEQ           PIC 9(9).
          05 WS-HLD-TEXT          PIC X(60).

       01 WS-ADDED-COUNT          PIC 9(5)  VALUE ZERO.
       01 WS-DROPPED-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-CHANGED-COUNT        PIC 9(5)  VALUE ZERO.
      *    call's verdict out of a clean comparison - as the last
      *    call left it, and the replay driver CALLs this comparator
      *    once per step.
           MOVE ZERO TO WS-CUR-COUNT WS-PRI-COUNT WS-MATCHED-COUNT
              WS-ADDED-COUNT WS-DROPPED-COUNT WS-CHANGED-COUNT
              WS-CUR-DAY WS-CUR-PART WS-PRI-DAY WS-PRI-PART.
           MOVE ZERO TO RETURN-CODE.
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-CURRENT-DATASET TO WS-GENERATION-DATASET.
           PERFORM CHECK-GENERATION.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           MOVE WS-PRIOR-DATASET TO WS-GENERATION-DATASET.
           PERFORM CHECK-GENERATION.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM CHECK-WORK-DATASETS.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           SORT OCCURRENCE-SORT-FILE
              ON ASCENDING KEY OCS-KEY OCS-SIDE OCS-SEQ
              INPUT PROCEDURE IS RELEASE-GENERATIONS
              OUTPUT PROCEDURE IS NUMBER-OCCURRENCES.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-CUR-DAY NOT = WS-PRI-DAY
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           SORT MATCH-SORT-FILE
              ON ASCENDING KEY MTS-KEY MTS-OCCURRENCE MTS-SIDE
              USING PAIR-WORK-FILE
              OUTPUT PROCEDURE IS MATCH-AND-REPORT.
           SORT LINE-SORT-FILE
              ON ASCENDING KEY LNS-GROUP LNS-SEQ LNS-LINE
              USING LINE-WORK-FILE
              OUTPUT PROCEDURE IS WRITE-REPORT-LINES.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY 'COMPARED: ' WS-ADDED-COUNT ' ADDED, '
              WS-DROPPED-COUNT ' DROPPED, ' WS-CHANGED-COUNT
              ' CHANGED - SEE ' FUNCTION TRIM(WS-REPORT-DATASET).
           DISPLAY WS-CUR-COUNT ' CURRENT GENERATION RECORDS READ'.
           DISPLAY WS-PRI-COUNT ' PRIOR GENERATION RECORDS READ'.
           DISPLAY WS-MATCHED-COUNT ' RECORDS MATCHED IN BOTH'.
           IF WS-ADDED-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
              OR WS-CHANGED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-REPORT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'COMPARE_PAIR_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-PAIR-WORK-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'COMPARE_LINE_WORK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-LINE-WORK-DATASET
           END-IF.

      **----------------------------------------------------------------
      *    Both generations must be readable before any sort starts.
      *    A generation the last integrity sweep marked ALTERED is
      *    refused - a comparison against it proves nothing. Either
      *    failure leaves return code 8 for the caller.
      **----------------------------------------------------------------
       CHECK-GENERATION.
           MOVE WS-GENERATION-DATASET TO WS-GIN-CHECK-NAME.
           PERFORM CHECK-GENERATION-INTEGRITY.
           IF WS-GIN-VERDICT = 'ALTERED'
              DISPLAY 'GENERATION MARKED ALTERED BY THE LAST '
                 'INTEGRITY SWEEP - NOT COMPARED - DATASET '
                 FUNCTION TRIM(WS-GENERATION-DATASET)
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT GENERATION-FILE
              IF WS-GENERATION-STATUS NOT EQUAL '00'
                 DISPLAY 'GENERATION NOT FOUND - STATUS '
                    WS-GENERATION-STATUS ' DATASET '
                    FUNCTION TRIM(WS-GENERATION-DATASET)
                 MOVE 8 TO RETURN-CODE
              ELSE
                 CLOSE GENERATION-FILE
              END-IF
           END-IF.

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
      *    Both generations into the occurrence sort: capture each
      *    HDR's day/part, skip the label records, key each detail
      *    record per the owning layout.
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
           MOVE ZERO TO WS-SEQ.
           OPEN INPUT GENERATION-FILE.
           PERFORM UNTIL GENERATION-EOF = 'Y'
               READ GENERATION-FILE
                   AT END
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 PERFORM RELEASE-DETAIL-RECORD
           END-EVALUATE.

       RELEASE-DETAIL-RECORD.
           ADD 1 TO WS-SEQ.
           PERFORM EXTRACT-RECORD-KEY.
           MOVE WS-KEY-WORK TO OCS-KEY.
           MOVE WS-LOAD-SIDE TO OCS-SIDE.
           IF WS-LOAD-SIDE = 'C'
              ADD 1 TO WS-CUR-COUNT
              MOVE WS-CUR-COUNT TO OCS-SEQ
           ELSE
              ADD 1 TO WS-PRI-COUNT
              MOVE WS-PRI-COUNT TO OCS-SEQ
           END-IF.
           MOVE GENERATION-RECORD(1:60) TO OCS-TEXT.
           RELEASE OCCURRENCE-SORT-RECORD.

      **----------------------------------------------------------------
      *    In key order, number each side's records for one key 1 up
      *    in feed order, so the Nth current record for a key pairs
      *    with the Nth prior one.
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
                         OR OCS-KEY NOT = WS-OCC-KEY
                         MOVE OCS-SIDE TO WS-OCC-SIDE
                         MOVE OCS-KEY TO WS-OCC-KEY
                         MOVE ZERO TO WS-OCCURRENCE
                      END-IF
                      ADD 1 TO WS-OCCURRENCE
                      MOVE OCS-KEY TO PRW-KEY
                      MOVE WS-OCCURRENCE TO PRW-OCCURRENCE
                      MOVE OCS-SIDE TO PRW-SIDE
                      MOVE OCS-SEQ TO PRW-SEQ
                      MOVE OCS-TEXT TO PRW-TEXT
                      WRITE PAIR-WORK-RECORD
                   END-RETURN
           END-PERFORM.
           CLOSE PAIR-WORK-FILE.

      **----------------------------------------------------------------
      *    The layout's natural key, left in WS-KEY-WORK: elf number
      **----------------------------------------------------------------
      *    Align current records against prior by key. A matched pair
      *    with different content is a change, printed before and
      *    after; an unmatched current record was added and an
      *    unmatched prior record dropped. Records that match exactly
      *    are not report lines. Within one key and occurrence the
      *    current record sorts ahead of the prior, so a current
      *    record is held until the next record shows whether its
      *    partner is there.
      **----------------------------------------------------------------
       MATCH-AND-REPORT.
           OPEN OUTPUT LINE-WORK-FILE.
           MOVE 'N' TO WS-SORT-EOF WS-HELD.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN MATCH-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      PERFORM MATCH-ONE-RECORD
                   END-RETURN
           END-PERFORM.
           IF WS-HELD = 'Y'
              PERFORM REPORT-ADDED-RECORD
           END-IF.
           CLOSE LINE-WORK-FILE.

       MATCH-ONE-RECORD.
           IF WS-HELD = 'Y'
              IF MTS-SIDE = 'P'
                 AND MTS-KEY = WS-HLD-KEY
                 AND MTS-OCCURRENCE = WS-HLD-OCCURRENCE
                 MOVE 'N' TO WS-HELD
                 ADD 1 TO WS-MATCHED-COUNT
                 PERFORM REPORT-MATCHED-RECORD
              ELSE
                 PERFORM REPORT-ADDED-RECORD
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
              PERFORM REPORT-DROPPED-RECORD
           END-IF.

       REPORT-MATCHED-RECORD.
           IF WS-HLD-TEXT NOT = MTS-TEXT
              ADD 1 TO WS-CHANGED-COUNT
              MOVE 1 TO LNW-GROUP
              MOVE WS-HLD-SEQ TO LNW-SEQ
              MOVE 1 TO LNW-LINE
              MOVE SPACES TO LNW-TEXT
              STRING 'CHANGED KEY ' DELIMITED BY SIZE
                     WS-HLD-KEY DELIMITED BY SIZE
                 INTO LNW-TEXT
              WRITE LINE-WORK-RECORD
              MOVE 2 TO LNW-LINE
              MOVE SPACES TO LNW-TEXT
              STRING '  BEFORE ' DELIMITED BY SIZE
                     MTS-TEXT DELIMITED BY SIZE
                 INTO LNW-TEXT
              WRITE LINE-WORK-RECORD
              MOVE 3 TO LNW-LINE
              MOVE SPACES TO LNW-TEXT
              STRING '  AFTER  ' DELIMITED BY SIZE
                     WS-HLD-TEXT DELIMITED BY SIZE
                 INTO LNW-TEXT
              WRITE LINE-WORK-RECORD
           END-IF.

       REPORT-ADDED-RECORD.
           MOVE 'N' TO WS-HELD.
           ADD 1 TO WS-ADDED-COUNT.
           MOVE 1 TO LNW-GROUP.
           MOVE WS-HLD-SEQ TO LNW-SEQ.
           MOVE 1 TO LNW-LINE.
           MOVE SPACES TO LNW-TEXT.
           STRING 'ADDED   KEY ' DELIMITED BY SIZE
                  WS-HLD-KEY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-HLD-TEXT DELIMITED BY SIZE
              INTO LNW-TEXT.
           WRITE LINE-WORK-RECORD.

       REPORT-DROPPED-RECORD.
           ADD 1 TO WS-DROPPED-COUNT.
           MOVE 2 TO LNW-GROUP.
           MOVE MTS-SEQ TO LNW-SEQ.
           MOVE 1 TO LNW-LINE.
           MOVE SPACES TO LNW-TEXT.
           STRING 'DROPPED KEY ' DELIMITED BY SIZE
                  MTS-KEY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  MTS-TEXT DELIMITED BY SIZE
              INTO LNW-TEXT.
           WRITE LINE-WORK-RECORD.

      **----------------------------------------------------------------
      *    The report lines back in feed order: changed and added
      *    records as the current generation lists them, then the
      *    dropped records as the prior generation listed them.
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
              MOVE 'GENERATIONS ARE EQUIVALENT' TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

      **----------------------------------------------------------------
           COPY "GINCHECK.cpy".
