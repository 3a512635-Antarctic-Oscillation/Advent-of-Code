      ******************************************************************
      **                IDENTIFICATION DIVISION                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-CONVERT-PROGRAM.

      ******************************************************************
      **  One-time conversion of the line-sequential run ledger and    *
      **  its monthly archives to the INDEXED ledger every program     *
      **  now writes (RUNLREC.cpy keys: program/year/day/part/run      *
      **  date/run time, alternates on run date and output dataset).   *
      **                                                               *
      **  LEDGER_CONVERT_INPUT names the old active ledger (default    *
      **  runledger.txt) and RUN_LEDGER_DATASET the new one (default   *
      **  runledger.dat). With LEDGER_CONVERT_FROM_MONTH (YYYYMM) set, *
      **  every old archive <old-ledger>.YYYYMM.arc from that month    *
      **  through the current month is converted too, to               *
      **  <new-ledger>.YYYYMM.arc - the rollover's naming rule - with  *
      **  the old archive's ARC/TRL trailer lines moved to             *
      **  <new-ledger>.YYYYMM.arc.trl. A month with no old archive is  *
      **  skipped.                                                     *
      **                                                               *
      **  Records are added to whatever the target already holds. A   *
      **  record already there under its key is counted as converted   *
      **  before, so a rerun adds nothing twice; a different record    *
      **  under the same key (two runs inside one hundredth of a       *
      **  second) is re-stamped a hundredth later, as WRITE-RUN-LEDGER *
      **  does. A line whose key fields are not numeric cannot be      *
      **  keyed and is reported and left behind - return code 4.      *
      **  The old datasets are only read, never changed.               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OLD-LEDGER-FILE
              ASSIGN DYNAMIC WS-OLD-LEDGER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-OLD-LEDGER-STATUS.

      *    Re-pointed at the new active ledger, then at each new
      *    archive in turn.
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

          SELECT TRAILER-FILE ASSIGN DYNAMIC WS-TRAILER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-TRAILER-STATUS.

      *    Suite-wide run interlock - a conversion racing a live
      *    cycle would miss that cycle's appends.
          SELECT RUN-LOCK-FILE
              ASSIGN DYNAMIC WS-RUN-LOCK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Sized past the 328-byte record so an over-long line can
      *    never split (RECLAY.cpy's note on LINE SEQUENTIAL reads).
       FD OLD-LEDGER-FILE.
       01 OLD-LEDGER-RECORD       PIC X(330).

       FD RUN-LEDGER-FILE.
          COPY "RUNLREC.cpy".

       FD TRAILER-FILE.
       01 TRAILER-RECORD          PIC X(80).

       FD RUN-LOCK-FILE.
          COPY "LOCKREC.cpy".

       WORKING-STORAGE SECTION.
          COPY "RUNLPARM.cpy".
          COPY "LCKPARM.cpy".
       01 WS-OLD-LEDGER-DATASET   PIC X(80) VALUE 'runledger.txt'.
       01 WS-OLD-LEDGER-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-TRAILER-DATASET      PIC X(80) VALUE SPACES.
       01 WS-TRAILER-STATUS       PIC X(2)  VALUE SPACES.
       01 WS-TRAILER-OPEN         PIC X     VALUE 'N'.
       01 WS-ENV-VALUE            PIC X(80).
       01 OLD-LEDGER-EOF          PIC X     VALUE 'N'.

      *    Naming bases for the archive walk, captured before the FDs
      *    are re-pointed.
       01 WS-OLD-BASE             PIC X(60) VALUE SPACES.
       01 WS-NEW-BASE             PIC X(60) VALUE SPACES.
       01 WS-MONTH-PARM           PIC X(6)  VALUE SPACES.
       01 WS-FROM-MONTH           PIC 9(6)  VALUE ZERO.
       01 WS-ARCH-MONTH           PIC 9(6)  VALUE ZERO.
       01 WS-ARCH-END-MONTH       PIC 9(6)  VALUE ZERO.
       01 WS-ARCH-MM              PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8)  VALUE ZERO.
       01 WS-IS-ARCHIVE           PIC X     VALUE 'N'.

      *    Per-dataset figures, then the run's totals.
       01 WS-LINE-NUM             PIC 9(6)  VALUE ZERO.
       01 WS-DS-CONVERTED         PIC 9(6)  VALUE ZERO.
       01 WS-DS-ALREADY           PIC 9(6)  VALUE ZERO.
       01 WS-DS-RESTAMPED         PIC 9(6)  VALUE ZERO.
       01 WS-DS-TRAILERS          PIC 9(6)  VALUE ZERO.
       01 WS-DS-BAD               PIC 9(6)  VALUE ZERO.
       01 WS-DATASET-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-TOTAL-CONVERTED      PIC 9(7)  VALUE ZERO.
       01 WS-TOTAL-BAD            PIC 9(7)  VALUE ZERO.

      *    The record being stored: the image as read, and the
      *    candidate actually offered to the file (the image, or the
      *    image re-stamped after a key collision).
       01 WS-CONVERT-IMAGE        PIC X(328).
       01 WS-CANDIDATE            PIC X(328).
       01 WS-STORE-DONE           PIC X     VALUE 'N'.
       01 WS-STORE-TRIES          PIC 9(2)  VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM CHECK-RUN-LOCK.
           IF WS-LOCK-OK = 'N'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM RESOLVE-CONVERT-PARMS.
           IF WS-OLD-BASE = WS-NEW-BASE
              DISPLAY 'OLD AND NEW LEDGER ARE THE SAME DATASET - '
                 FUNCTION TRIM(WS-NEW-BASE) ' - NOTHING CONVERTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-IS-ARCHIVE.
           PERFORM CONVERT-ONE-DATASET.
           IF WS-FROM-MONTH > ZERO
              PERFORM CONVERT-ARCHIVES
           END-IF.
           DISPLAY WS-TOTAL-CONVERTED ' LEDGER RECORDS CONVERTED FROM '
              WS-DATASET-COUNT ' DATASETS, ' WS-TOTAL-BAD
              ' LEFT BEHIND'.
           IF WS-TOTAL-BAD > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **----------------------------------------------------------------
      *    Dataset names and the archive start month, from the
      *    environment with compiled-in defaults.
      **----------------------------------------------------------------
       RESOLVE-CONVERT-PARMS.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LEDGER_CONVERT_INPUT'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-OLD-LEDGER-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RUN_LEDGER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-RUN-LEDGER-DATASET
           END-IF.
           MOVE FUNCTION TRIM(WS-OLD-LEDGER-DATASET) TO WS-OLD-BASE.
           MOVE FUNCTION TRIM(WS-RUN-LEDGER-DATASET) TO WS-NEW-BASE.
           ACCEPT WS-MONTH-PARM FROM ENVIRONMENT
              'LEDGER_CONVERT_FROM_MONTH'.
           IF WS-MONTH-PARM NOT EQUAL SPACES
              AND WS-MONTH-PARM IS NUMERIC
              MOVE WS-MONTH-PARM TO WS-FROM-MONTH
           END-IF.

      **----------------------------------------------------------------
      *    The same month walk the inquiry uses to span archives,
      *    from the start month through the current month.
      **----------------------------------------------------------------
       CONVERT-ARCHIVES.
           MOVE 'Y' TO WS-IS-ARCHIVE.
           MOVE WS-FROM-MONTH TO WS-ARCH-MONTH.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-ARCH-END-MONTH = WS-TODAY / 100.
           PERFORM UNTIL WS-ARCH-MONTH > WS-ARCH-END-MONTH
              PERFORM NAME-ARCHIVE-PAIR
              PERFORM CONVERT-ONE-DATASET
              COMPUTE WS-ARCH-MM = FUNCTION MOD(WS-ARCH-MONTH, 100)
              IF WS-ARCH-MM = 12
                 ADD 89 TO WS-ARCH-MONTH
              ELSE
                 ADD 1 TO WS-ARCH-MONTH
              END-IF
           END-PERFORM.

       NAME-ARCHIVE-PAIR.
           MOVE SPACES TO WS-OLD-LEDGER-DATASET.
           STRING FUNCTION TRIM(WS-OLD-BASE) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-ARCH-MONTH DELIMITED BY SIZE
                  '.arc' DELIMITED BY SIZE
              INTO WS-OLD-LEDGER-DATASET.
           MOVE SPACES TO WS-RUN-LEDGER-DATASET.
           STRING FUNCTION TRIM(WS-NEW-BASE) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-ARCH-MONTH DELIMITED BY SIZE
                  '.arc' DELIMITED BY SIZE
              INTO WS-RUN-LEDGER-DATASET.
           MOVE SPACES TO WS-TRAILER-DATASET.
           STRING FUNCTION TRIM(WS-RUN-LEDGER-DATASET)
                     DELIMITED BY SIZE
                  '.trl' DELIMITED BY SIZE
              INTO WS-TRAILER-DATASET.

      **----------------------------------------------------------------
      *    One old dataset into its indexed counterpart. A missing
      *    old active ledger is worth saying; a missing archive month
      *    is normal and passes quietly.
      **----------------------------------------------------------------
       CONVERT-ONE-DATASET.
           OPEN INPUT OLD-LEDGER-FILE.
           IF WS-OLD-LEDGER-STATUS NOT EQUAL '00'
              IF WS-IS-ARCHIVE = 'N'
                 DISPLAY 'OLD LEDGER NOT FOUND - STATUS '
                    WS-OLD-LEDGER-STATUS ' DATASET '
                    FUNCTION TRIM(WS-OLD-LEDGER-DATASET)
              END-IF
           ELSE
              PERFORM OPEN-INDEXED-TARGET
              ADD 1 TO WS-DATASET-COUNT
              MOVE ZERO TO WS-LINE-NUM WS-DS-CONVERTED WS-DS-ALREADY
                           WS-DS-RESTAMPED WS-DS-TRAILERS WS-DS-BAD
              MOVE 'N' TO OLD-LEDGER-EOF WS-TRAILER-OPEN
              PERFORM UNTIL OLD-LEDGER-EOF = 'Y'
                  READ OLD-LEDGER-FILE
                      AT END
                          MOVE 'Y' TO OLD-LEDGER-EOF
                      NOT AT END
                          ADD 1 TO WS-LINE-NUM
                          PERFORM CONVERT-ONE-RECORD
                  END-READ
              END-PERFORM
              CLOSE OLD-LEDGER-FILE
                    RUN-LEDGER-FILE
              IF WS-TRAILER-OPEN = 'Y'
                 CLOSE TRAILER-FILE
              END-IF
              ADD WS-DS-CONVERTED TO WS-TOTAL-CONVERTED
              ADD WS-DS-BAD TO WS-TOTAL-BAD
              DISPLAY FUNCTION TRIM(WS-OLD-LEDGER-DATASET) ' -> '
                 FUNCTION TRIM(WS-RUN-LEDGER-DATASET)
              DISPLAY '   CONVERTED ' WS-DS-CONVERTED
                 ' ALREADY PRESENT ' WS-DS-ALREADY
                 ' RE-STAMPED ' WS-DS-RESTAMPED
                 ' TRAILER LINES ' WS-DS-TRAILERS
                 ' LEFT BEHIND ' WS-DS-BAD
           END-IF.

      *    Same status-35 create-on-first-use rule as WRITE-RUN-LEDGER.
       OPEN-INDEXED-TARGET.
           OPEN I-O RUN-LEDGER-FILE.
           IF WS-RUN-LEDGER-STATUS = '35'
              OPEN OUTPUT RUN-LEDGER-FILE
           END-IF.
           IF WS-RUN-LEDGER-STATUS NOT = '00'
              AND WS-RUN-LEDGER-STATUS NOT = '05'
              DISPLAY 'INDEXED LEDGER NOT WRITABLE - STATUS '
                 WS-RUN-LEDGER-STATUS ' DATASET '
                 FUNCTION TRIM(WS-RUN-LEDGER-DATASET)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      **----------------------------------------------------------------
      *    One old line: blank lines drop, an archive's ARC/TRL
      *    trailer lines go to the trailer dataset, and a ledger
      *    record is stored under its key once its key fields prove
      *    numeric.
      **----------------------------------------------------------------
       CONVERT-ONE-RECORD.
           EVALUATE TRUE
              WHEN OLD-LEDGER-RECORD = SPACES
                 CONTINUE
              WHEN WS-IS-ARCHIVE = 'Y'
                 AND (OLD-LEDGER-RECORD(1:4) = 'ARC '
                      OR OLD-LEDGER-RECORD(1:4) = 'TRL ')
                 PERFORM COPY-TRAILER-LINE
              WHEN OTHER
                 MOVE OLD-LEDGER-RECORD TO RUN-LEDGER-RECORD
                 IF RLG-YEAR IS NUMERIC
                    AND RLG-DAY IS NUMERIC
                    AND RLG-PART IS NUMERIC
                    AND RLG-RUN-DATE IS NUMERIC
                    AND RLG-RUN-TIME IS NUMERIC
                    PERFORM STORE-CONVERTED-RECORD
                 ELSE
                    ADD 1 TO WS-DS-BAD
                    DISPLAY 'LINE ' WS-LINE-NUM ' OF '
                       FUNCTION TRIM(WS-OLD-LEDGER-DATASET)
                       ' HAS NO VALID KEY - LEFT BEHIND'
                 END-IF
           END-EVALUATE.

       COPY-TRAILER-LINE.
           IF WS-TRAILER-OPEN = 'N'
              OPEN OUTPUT TRAILER-FILE
              MOVE 'Y' TO WS-TRAILER-OPEN
           END-IF.
           MOVE OLD-LEDGER-RECORD TO TRAILER-RECORD.
           WRITE TRAILER-RECORD.
           ADD 1 TO WS-DS-TRAILERS.

      **----------------------------------------------------------------
      *    Offer the record under its own key; on a collision, a
      *    byte-identical record already there means an earlier
      *    conversion stored it, anything else gets the next
      *    hundredth.
      **----------------------------------------------------------------
       STORE-CONVERTED-RECORD.
           MOVE RUN-LEDGER-RECORD TO WS-CONVERT-IMAGE WS-CANDIDATE.
           MOVE 'N' TO WS-STORE-DONE.
           MOVE ZERO TO WS-STORE-TRIES.
           PERFORM UNTIL WS-STORE-DONE = 'Y'
              MOVE WS-CANDIDATE TO RUN-LEDGER-RECORD
              WRITE RUN-LEDGER-RECORD
                  INVALID KEY
                      PERFORM RESOLVE-KEY-COLLISION
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-STORE-DONE
                      ADD 1 TO WS-DS-CONVERTED
                      IF WS-STORE-TRIES > ZERO
                         ADD 1 TO WS-DS-RESTAMPED
                      END-IF
              END-WRITE
           END-PERFORM.

       RESOLVE-KEY-COLLISION.
           IF WS-RUN-LEDGER-STATUS NOT = '22'
              OR WS-STORE-TRIES >= 10
              MOVE 'Y' TO WS-STORE-DONE
              ADD 1 TO WS-DS-BAD
              DISPLAY 'LINE ' WS-LINE-NUM ' NOT STORED - STATUS '
                 WS-RUN-LEDGER-STATUS
           ELSE
              READ RUN-LEDGER-FILE
                  INVALID KEY
                      MOVE 'Y' TO WS-STORE-DONE
                      ADD 1 TO WS-DS-BAD
                  NOT INVALID KEY
                      IF RUN-LEDGER-RECORD = WS-CANDIDATE
                         MOVE 'Y' TO WS-STORE-DONE
                         ADD 1 TO WS-DS-ALREADY
                      ELSE
                         ADD 1 TO WS-STORE-TRIES
                         MOVE WS-CONVERT-IMAGE TO RUN-LEDGER-RECORD
                         ADD WS-STORE-TRIES TO RLG-RUN-TIME
                         MOVE RUN-LEDGER-RECORD TO WS-CANDIDATE
                      END-IF
              END-READ
           END-IF.

      **----------------------------------------------------------------
          COPY "LCKCHECK.cpy".
