      **  LEDGER_CUTOFF_DATE (default: the last day of the previous    *
      **  month): every record dated at or before the cutoff moves    *
      **  to its month's archive dataset, named                        *
      **  <active-ledger>.YYYYMM.arc, and is deleted from the active   *
      **  ledger. Both are INDEXED on the RUNLREC.cpy keys, so the     *
      **  cut reads only the closed records, off the run-date          *
      **  alternate key, and the inquiry reads an archive the same     *
      **  keyed way it reads the active ledger. Each archive touched   *
      **  gets its summary trailer rebuilt from the archive's full     *
      **  contents into <archive>.trl - one ARC line per program with  *
      **  its run count, then the TRL runs/rejects line - so a         *
      **  month-end review reads one trailer instead of counting       *
      **  records. LEDGER-INQUIRY-PROGRAM spans the active ledger and  *
      **  the right archives from the same naming rule, so the         *
      **  operator never needs to know which file holds which month.   *
      **                                                               *
      **  Each record is written to its archive before it is deleted   *
      **  from the active ledger, and a record already on the archive  *
      **  counts as archived - an interrupted cut is finished by       *
      **  simply running it again.                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      *    Same organization and keys as the active ledger - the
      *    inquiry reads archives through its ledger FD.
          SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-DATASET
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ARC-KEY
              ALTERNATE RECORD KEY IS ARC-RUN-DATE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS ARC-OUTPUT-DATASET
                 WITH DUPLICATES
              FILE STATUS IS WS-ARCHIVE-STATUS.

          SELECT TRAILER-FILE ASSIGN DYNAMIC WS-TRAILER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-TRAILER-STATUS.

      *    Suite-wide run interlock (request 026) - this program
      *    rewrites the active run ledger, so a cut racing a live
       FD RUN-LEDGER-FILE.
          COPY "RUNLREC.cpy".

      *    RUNLREC.cpy's layout by position: the key fields and the
      *    two figures the trailer needs are named, the rest is
      *    carried whole.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
          05 ARC-KEY.
             10 ARC-PROGRAM       PIC X(20).
             10 FILLER            PIC X(11).
             10 ARC-RUN-DATE      PIC 9(8).
             10 FILLER            PIC X(9).
          05 FILLER               PIC X(82).
          05 ARC-OUTPUT-DATASET   PIC X(80).
          05 FILLER               PIC X(96).
          05 ARC-RECORDS-REJECTED PIC 9(6).
          05 FILLER               PIC X(16).

       FD TRAILER-FILE.
       01 TRAILER-RECORD          PIC X(80).

       FD RUN-LOCK-FILE.
          COPY "LOCKREC.cpy".
          COPY "LCKPARM.cpy".
       01 WS-ARCHIVE-DATASET      PIC X(80) VALUE SPACES.
       01 WS-ARCHIVE-STATUS       PIC X(2)  VALUE SPACES.
       01 WS-ARCHIVE-OPEN         PIC X     VALUE 'N'.
       01 WS-OPEN-MONTH           PIC 9(6)  VALUE ZERO.
       01 WS-TRAILER-DATASET      PIC X(80) VALUE SPACES.
       01 WS-TRAILER-STATUS       PIC X(2)  VALUE SPACES.
       01 ARCHIVE-EOF             PIC X     VALUE 'N'.
       01 WS-ENV-VALUE            PIC X(80).
       01 LEDGER-EOF              PIC X     VALUE 'N'.
       01 WS-LEDGER-BASE          PIC X(60) VALUE SPACES.
       01 WS-CUTOFF-DATE          PIC 9(8)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8)  VALUE ZERO.

      *    The months this cut touched, and each archive's trailer
      *    figures: total runs, total rejects, and a per-program run
      *    count.
       01 WS-MONTH-COUNT          PIC 9(2)  VALUE ZERO.
       01 WS-MONTH-TABLE.
          05 WS-MONTH-ENTRY OCCURS 24 TIMES.
       01 WS-MON-IX               PIC 9(2)  VALUE ZERO.
       01 WS-THIS-MONTH           PIC 9(6)  VALUE ZERO.
       01 WS-ARCHIVED-COUNT       PIC 9(6)  VALUE ZERO.
       01 WS-ALREADY-COUNT        PIC 9(6)  VALUE ZERO.
       01 WS-TALLY-PROGRAM        PIC X(20) VALUE SPACES.
       01 I                       PIC 9(2).
       01 J                       PIC 9(2).
       01 WS-PGM-IX               PIC 9(2)  VALUE ZERO.

       PROCEDURE DIVISION.
              STOP RUN
           END-IF.
           PERFORM RESOLVE-ROLLOVER-PARMS.
           OPEN I-O RUN-LEDGER-FILE.
           IF WS-RUN-LEDGER-STATUS NOT EQUAL '00'
              DISPLAY 'RUN LEDGER NOT FOUND - STATUS '
                 WS-RUN-LEDGER-STATUS ' DATASET '
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    Undated records (run date zero) never close, so the cut
      *    starts on the first real date and stops past the cutoff.
           MOVE 1 TO RLG-RUN-DATE.
           START RUN-LEDGER-FILE KEY >= RLG-RUN-DATE
               INVALID KEY
                   MOVE 'Y' TO LEDGER-EOF
           END-START.
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ RUN-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       IF RLG-RUN-DATE > WS-CUTOFF-DATE
                          MOVE 'Y' TO LEDGER-EOF
                       ELSE
                          PERFORM ROLL-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ARCHIVE-OPEN = 'Y'
              CLOSE ARCHIVE-FILE
           END-IF.
           CLOSE RUN-LEDGER-FILE.
           PERFORM WRITE-ARCHIVE-TRAILERS.
           DISPLAY WS-ARCHIVED-COUNT ' RECORDS ARCHIVED TO '
              WS-MONTH-COUNT ' MONTHLY ARCHIVES (CUTOFF '
              WS-CUTOFF-DATE ')'.
           IF WS-ALREADY-COUNT > ZERO
              DISPLAY WS-ALREADY-COUNT ' OF THEM WERE ALREADY ON '
                 'THEIR ARCHIVE FROM AN INTERRUPTED CUT'
           END-IF.
           STOP RUN.

      **----------------------------------------------------------------
           END-IF.

      **----------------------------------------------------------------
      *    One closed record: onto its month's archive first, then
      *    off the active ledger. The month entry is registered here
      *    so the trailer pass knows which archives to rebuild.
      **----------------------------------------------------------------
       ROLL-ONE-RECORD.
           MOVE RLG-RUN-DATE(1:6) TO WS-THIS-MONTH.
           PERFORM FIND-MONTH-ENTRY.
           PERFORM APPEND-ARCHIVE-RECORD.
           DELETE RUN-LEDGER-FILE RECORD
               INVALID KEY
                   DISPLAY 'LEDGER DELETE FAILED - STATUS '
                      WS-RUN-LEDGER-STATUS ' '
                      FUNCTION TRIM(RLG-PROGRAM) ' ' RLG-RUN-DATE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-DELETE.
           ADD 1 TO WS-ARCHIVED-COUNT.

       FIND-MONTH-ENTRY.
           MOVE ZERO TO WS-MON-IX.
                 ADD 1 TO WS-MONTH-COUNT
                 MOVE WS-MONTH-COUNT TO WS-MON-IX
                 MOVE WS-THIS-MONTH TO WS-MON-KEY(WS-MON-IX)
              ELSE
      *          More than two years of closed months in one cut is
      *          an operator mistake - stop before scattering
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-MON-PGM-COUNT(WS-MON-IX)
              OR WS-PGM-IX > ZERO
              IF WS-MON-PGM-NAME(WS-MON-IX, J) = WS-TALLY-PROGRAM
                 MOVE J TO WS-PGM-IX
              END-IF
           END-PERFORM.
              AND WS-MON-PGM-COUNT(WS-MON-IX) < 20
              ADD 1 TO WS-MON-PGM-COUNT(WS-MON-IX)
              MOVE WS-MON-PGM-COUNT(WS-MON-IX) TO WS-PGM-IX
              MOVE WS-TALLY-PROGRAM TO
                 WS-MON-PGM-NAME(WS-MON-IX, WS-PGM-IX)
              MOVE ZERO TO WS-MON-PGM-RUNS(WS-MON-IX, WS-PGM-IX)
           END-IF.
                  WS-THIS-MONTH DELIMITED BY SIZE
                  '.arc' DELIMITED BY SIZE
              INTO WS-ARCHIVE-DATASET.
           MOVE SPACES TO WS-TRAILER-DATASET.
           STRING FUNCTION TRIM(WS-ARCHIVE-DATASET) DELIMITED BY SIZE
                  '.trl' DELIMITED BY SIZE
              INTO WS-TRAILER-DATASET.

      *    The closed records arrive in run-date order, so one
      *    month's archive stays open until the first record of the
      *    next month. Same status-35 create-on-first-run convention
      *    as the run ledger (RUNLWRIT.cpy); a duplicate key means an
      *    interrupted cut already archived the record.
       APPEND-ARCHIVE-RECORD.
           IF WS-ARCHIVE-OPEN = 'Y'
              AND WS-OPEN-MONTH NOT = WS-THIS-MONTH
              CLOSE ARCHIVE-FILE
              MOVE 'N' TO WS-ARCHIVE-OPEN
           END-IF.
           IF WS-ARCHIVE-OPEN = 'N'
              PERFORM BUILD-ARCHIVE-NAME
              OPEN I-O ARCHIVE-FILE
              IF WS-ARCHIVE-STATUS = '35'
                 OPEN OUTPUT ARCHIVE-FILE
              END-IF
              IF WS-ARCHIVE-STATUS NOT = '00'
                 AND WS-ARCHIVE-STATUS NOT = '05'
                 DISPLAY 'ARCHIVE NOT WRITABLE - STATUS '
                    WS-ARCHIVE-STATUS ' DATASET '
                    FUNCTION TRIM(WS-ARCHIVE-DATASET)
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'Y' TO WS-ARCHIVE-OPEN
              MOVE WS-THIS-MONTH TO WS-OPEN-MONTH
           END-IF.
           MOVE RUN-LEDGER-RECORD TO ARCHIVE-RECORD.
           WRITE ARCHIVE-RECORD
               INVALID KEY
                   IF WS-ARCHIVE-STATUS = '22'
                      ADD 1 TO WS-ALREADY-COUNT
                   ELSE
                      DISPLAY 'ARCHIVE WRITE FAILED - STATUS '
                         WS-ARCHIVE-STATUS ' DATASET '
                         FUNCTION TRIM(WS-ARCHIVE-DATASET)
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-WRITE.

      **----------------------------------------------------------------
      *    Rebuild each touched archive's summary trailer from the
      *    whole archive - records an earlier cut put there count
      *    too - as one ARC line per program, then the TRL totals.
      **----------------------------------------------------------------
       WRITE-ARCHIVE-TRAILERS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MONTH-COUNT
              MOVE I TO WS-MON-IX
              MOVE WS-MON-KEY(I) TO WS-THIS-MONTH
              PERFORM TALLY-ONE-ARCHIVE
              PERFORM WRITE-ONE-TRAILER
           END-PERFORM.

       TALLY-ONE-ARCHIVE.
           MOVE ZERO TO WS-MON-RUNS(WS-MON-IX)
                        WS-MON-REJECTS(WS-MON-IX)
                        WS-MON-PGM-COUNT(WS-MON-IX).
           PERFORM BUILD-ARCHIVE-NAME.
           MOVE 'N' TO ARCHIVE-EOF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = '00'
              PERFORM UNTIL ARCHIVE-EOF = 'Y'
                  READ ARCHIVE-FILE NEXT RECORD
                      AT END
                          MOVE 'Y' TO ARCHIVE-EOF
                      NOT AT END
                          ADD 1 TO WS-MON-RUNS(WS-MON-IX)
                          ADD ARC-RECORDS-REJECTED TO
                             WS-MON-REJECTS(WS-MON-IX)
                          MOVE ARC-PROGRAM TO WS-TALLY-PROGRAM
                          PERFORM TALLY-MONTH-PROGRAM
                  END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF.

       WRITE-ONE-TRAILER.
           OPEN OUTPUT TRAILER-FILE.
           IF WS-TRAILER-STATUS = '00'
              PERFORM VARYING J FROM 1 BY 1
                 UNTIL J > WS-MON-PGM-COUNT(WS-MON-IX)
                 MOVE SPACES TO TRAILER-RECORD
                 STRING 'ARC ' DELIMITED BY SIZE
                        WS-MON-PGM-NAME(WS-MON-IX, J)
                           DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-MON-PGM-RUNS(WS-MON-IX, J)
                           DELIMITED BY SIZE
                    INTO TRAILER-RECORD
                 WRITE TRAILER-RECORD
              END-PERFORM
              MOVE SPACES TO TRAILER-RECORD
              STRING 'TRL ' DELIMITED BY SIZE
                     WS-MON-KEY(WS-MON-IX) DELIMITED BY SIZE
                     ' RUNS ' DELIMITED BY SIZE
                     WS-MON-RUNS(WS-MON-IX) DELIMITED BY SIZE
                     ' REJECTS ' DELIMITED BY SIZE
                     WS-MON-REJECTS(WS-MON-IX) DELIMITED BY SIZE
                 INTO TRAILER-RECORD
              WRITE TRAILER-RECORD
              CLOSE TRAILER-FILE
           ELSE
              DISPLAY 'TRAILER NOT WRITABLE - STATUS '
                 WS-TRAILER-STATUS ' DATASET '
                 FUNCTION TRIM(WS-TRAILER-DATASET)
              MOVE 4 TO RETURN-CODE
           END-IF.

      **----------------------------------------------------------------
          COPY "LCKCHECK.cpy".
