
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
      *    into instead of the live shared files - fixed names, so a
      *    replay is always recognizable on sight in a listing.
       01 WS-REPLAY-LEDGER        PIC X(80)
          VALUE 'replay_runledger.dat'.
       01 WS-REPLAY-CATALOG       PIC X(80)
          VALUE 'replay_gencatalog.txt'.
       01 WS-REPLAY-TOTALS        PIC X(80)
          VALUE 'replay_elftotals.txt'.
       01 WS-REPLAY-SCREENED      PIC X(80)
          VALUE 'replay_elfscreened.txt'.
       01 WS-REPLAY-SCREEN-WORK   PIC X(80)
          VALUE 'replay_elfscreen.wrk'.
       01 WS-REPLAY-CHECKPOINT    PIC X(80)
          VALUE 'replay_checkpoint.txt'.

      *    The archived feeds, one slot per puzzle day, filled from
      *    the register's FEED records.
       01 WS-FEED-TABLE.
          05 WS-FEED-ARC OCCURS 6 TIMES PIC X(120).

      *    The linked generations of the cycle under replay, in
      *    register order - the DAY4P2 row follows its DAY4P1
      *    producer, and the DAY6P2 row its DAY6P1 producer, which
      *    the compare-only handling below relies on.
       01 WS-GEN-COUNT            PIC 9(3)  VALUE ZERO.
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 20 TIMES.
       01 WS-RPL-COMPARE          PIC X(80) VALUE SPACES.
       01 WS-DAY4P2-OUTPUT        PIC X(120)
          VALUE 'replay_day4part2.out'.
       01 WS-DAY6P2-OUTPUT        PIC X(120)
          VALUE 'replay_day6part2.out'.
       01 WS-DELETE-NAME          PIC X(120) VALUE SPACES.
       01 WS-DELETE-RC            PIC S9(9) BINARY VALUE ZERO.
       01 WS-LOCK-DATE            PIC 9(8)  VALUE ZERO.
           MOVE 'N' TO ARCHIVE-EOF.

      *    A FEED record's key carries the day in its fourth byte
      *    (DAY1IN through DAY6IN); a GEN record's day/part come off
      *    the step key, the same mapping the driver archived under.
       LOAD-ARCHIVE-RECORD.
           IF CYA-TYPE = 'FEED'
              IF CYA-KEY(4:1) >= '1' AND CYA-KEY(4:1) <= '6'
                 MOVE CYA-KEY(4:1) TO WS-FEED-IX
                 MOVE CYA-ARCHIVE-DATASET TO
                    WS-FEED-ARC(WS-FEED-IX)
           PERFORM DELETE-SCRATCH-DATASET.
           MOVE WS-REPLAY-TOTALS TO WS-DELETE-NAME.
           PERFORM DELETE-SCRATCH-DATASET.
           MOVE WS-REPLAY-SCREENED TO WS-DELETE-NAME.
           PERFORM DELETE-SCRATCH-DATASET.
           MOVE WS-REPLAY-SCREEN-WORK TO WS-DELETE-NAME.
           PERFORM DELETE-SCRATCH-DATASET.

       RESTORE-SHARED-SCOPE.
           DISPLAY 'RUN_LEDGER_DATASET' UPON ENVIRONMENT-NAME.
           MOVE ZERO TO RETURN-CODE.

      **----------------------------------------------------------------
      *    The Day-1 steps read the screened work file, so the
      *    archived raw feed is aggregated and then outlier-screened
      *    once up front - the same arrangement the driver runs
      *    (ELFAGG, then ELFSCRN, before the Day-1 answer steps). The
      *    original answers came off the screened file, so a screen
      *    that fails under replay leaves Day-1 unreplayable rather
      *    than compared against unscreened totals.
      **----------------------------------------------------------------
       REPLAY-AGGREGATION.
           IF WS-FEED-ARC(1) = SPACES
                 MOVE 'N' TO WS-AGG-OK
                 DISPLAY 'AGGREGATION FAILED UNDER REPLAY - DAY-1 '
                    'STEPS NOT REPLAYABLE'
              ELSE
                 PERFORM REPLAY-SCREEN
              END-IF
           END-IF.

       REPLAY-SCREEN.
           DISPLAY 'INPUT_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-FEED-ARC(1) UPON ENVIRONMENT-VALUE.
           DISPLAY 'ELF_SCREENED_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-REPLAY-SCREENED UPON ENVIRONMENT-VALUE.
           DISPLAY 'OUTPUT_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-REPLAY-SCREENED UPON ENVIRONMENT-VALUE.
           DISPLAY 'ELF_SCREEN_WORK_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-REPLAY-SCREEN-WORK UPON ENVIRONMENT-VALUE.
           DISPLAY 'REJECT_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY 'replay_elfscreen.rej' UPON ENVIRONMENT-VALUE.
           MOVE ZERO TO WS-STEP-RC.
           CALL 'ELF-SCREEN-PROGRAM'
              ON EXCEPTION
                 MOVE 12 TO WS-STEP-RC
           END-CALL.
           PERFORM CAPTURE-STEP-RC.
           IF WS-STEP-RC >= 8
              MOVE 'N' TO WS-AGG-OK
              DISPLAY 'OUTLIER SCREEN FAILED UNDER REPLAY - DAY-1 '
                 'STEPS NOT REPLAYABLE'
           ELSE
              DISPLAY 'ELF_TOTALS_DATASET' UPON ENVIRONMENT-NAME
              DISPLAY WS-REPLAY-SCREENED UPON ENVIRONMENT-VALUE
           END-IF.

      **----------------------------------------------------------------
      *    One linked generation: rerun its step against the archived
      *    feed (the DAY4P2 and DAY6P2 rows skip the call - their
      *    DAY4P1/DAY6P1 producers, registered just before them,
      *    already published those generations), find the
      *    generation the rerun registered in the replay catalog, and
      *    drive the comparator over replayed versus archived
      *    original. Verdicts: PASS, FAIL (compare found differences
      *    or could not certify), NOFEED (the feed was never
      *    archived), NORUN (the step failed under replay), NOGEN
      *    (the rerun registered nothing to compare).
      **----------------------------------------------------------------
       REPLAY-ONE-STEP.
           IF WS-GEN-DAY(I) = 1 AND WS-AGG-OK = 'N'
              PERFORM WRITE-VERDICT-LINE
           ELSE
              IF WS-GEN-KEY(I) NOT = 'DAY4P2'
                 AND WS-GEN-KEY(I) NOT = 'DAY6P2'
                 AND WS-FEED-ARC(WS-GEN-DAY(I)) = SPACES
                 MOVE 'NOFEED' TO WS-GEN-VERDICT(I)
                 ADD 1 TO WS-FAIL-COUNT
       REPLAY-STEP-PROPER.
           MOVE ZERO TO WS-STEP-RC.
           IF WS-GEN-KEY(I) NOT = 'DAY4P2'
              AND WS-GEN-KEY(I) NOT = 'DAY6P2'
              PERFORM EXPORT-STEP-DATASETS
              PERFORM CALL-REPLAY-MODULE
              ADD 1 TO WS-REPLAYED-COUNT
           IF WS-GEN-KEY(I) = 'DAY4P1'
              PERFORM EXPORT-DAY4P2-OUTPUT
           END-IF.
           IF WS-GEN-KEY(I) = 'DAY6P1'
              PERFORM EXPORT-DAY6P2-OUTPUT
           END-IF.

      *    The overlap generation's replay base name comes from its
      *    own GEN row when the cycle archived one, so the compare
           DISPLAY 'DAY4P2_OUTPUT_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-DAY4P2-OUTPUT UPON ENVIRONMENT-VALUE.

      *    Same for DAY_6-PROGRAM's start-of-message generation.
       EXPORT-DAY6P2-OUTPUT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GEN-COUNT
              IF WS-GEN-KEY(J) = 'DAY6P2'
                 MOVE SPACES TO WS-DAY6P2-OUTPUT
                 STRING 'replay_' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GEN-SOURCE(J))
                           DELIMITED BY SIZE
                    INTO WS-DAY6P2-OUTPUT
              END-IF
           END-PERFORM.
           DISPLAY 'DAY6P2_OUTPUT_DATASET' UPON ENVIRONMENT-NAME.
           DISPLAY WS-DAY6P2-OUTPUT UPON ENVIRONMENT-VALUE.

      *    Same capture convention as the driver: an unresolvable
      *    module is a step failure (12), any other nonzero comes
      *    from the called program, and RETURN-CODE is zeroed so one
                    ON EXCEPTION
                       MOVE 12 TO WS-STEP-RC
                 END-CALL
              WHEN 'DAY5P2'
                 CALL 'DAY_5_P2-PROGRAM'
                    ON EXCEPTION
                       MOVE 12 TO WS-STEP-RC
                 END-CALL
              WHEN 'DAY6P1'
                 CALL 'DAY_6-PROGRAM'
                    ON EXCEPTION
                       MOVE 12 TO WS-STEP-RC
                 END-CALL
              WHEN OTHER
                 MOVE 12 TO WS-STEP-RC
           END-EVALUATE.
