      ******************************************************************
      **                IDENTIFICATION DIVISION                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELF-MASTER-RECOV-PROGRAM.

      ******************************************************************
      **  Forward recovery for the indexed elf master. Restores a      *
      **  backup image ELF-MASTER-MAINT-PROGRAM took before one of     *
      **  its runs, then re-applies the maintenance audit trail from   *
      **  that backup's stamp up to a chosen recovery point - so a bad *
      **  transaction file or a master damaged mid-run is undone       *
      **  without reloading from the elf totals work file and losing   *
      **  every name, team and correction applied since.               *
      **                                                               *
      **  The backup is ELF_RECOVER_BACKUP_DATASET when named, or else *
      **  the latest one on the backup register (EBKREC.cpy) taken of  *
      **  ELF_MASTER_DATASET at or before the recovery point. The      *
      **  point is ELF_RECOVER_TO as YYYYMMDD (through that day) or    *
      **  YYYYMMDDHHMMSSCC (through that maintenance run); blank means *
      **  the whole trail. The trail is ELF_MAINT_AUDIT_DATASET, or    *
      **  the one the register entry names. The image's record count   *
      **  is checked against the register before the master is         *
      **  touched; a missing or short image, or no trail, changes      *
      **  nothing and ends with return code 8.                         *
      **                                                               *
      **  Every trail entry is reported as REAPPLIED or SKIPPED with   *
      **  its reason: older than the backup (already in the image),    *
      **  later than the recovery point, or rejected by the original   *
      **  run are skipped as a matter of course. An APPLIED entry is   *
      **  re-applied from its after image - an add written, a          *
      **  correction rewritten, an exclusion deleted - but only when   *
      **  the master still agrees with its before image (rank aside,   *
      **  which every run recomputes); one that does not is skipped as *
      **  an exception and ends the step with return code 4. Ranks are *
      **  recomputed once the trail is replayed (ELFRANK.cpy).         *
      **                                                               *
      **  The run signs on as OPERATOR_ID and needs the ELFRECOV       *
      **  function (OPRCHECK.cpy), and like maintenance it is refused  *
      **  whole, return code 8, for an event year YEAR-CLOSE-PROGRAM   *
      **  has closed.                                                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ELF-MASTER-FILE
              ASSIGN DYNAMIC WS-ELF-MASTER-DATASET
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ELM-ELF-NUM
              FILE STATUS IS WS-ELF-MASTER-STATUS.

      *    The master in descending-total order for the rank
      *    recompute (ELFRANK.cpy).
          SELECT ELF-RANK-SORT-FILE ASSIGN TO SORTWK01.

          SELECT ELF-BACKUP-FILE ASSIGN DYNAMIC WS-BACKUP-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-BACKUP-STATUS.

          SELECT ELF-BACKUP-REGISTER-FILE
              ASSIGN DYNAMIC WS-BACKUP-REGISTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-BACKUP-REGISTER-STATUS.

          SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

          SELECT RECOVERY-REPORT-FILE
              ASSIGN DYNAMIC WS-RECOVERY-REPORT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-RECOVERY-REPORT-STATUS.

          SELECT OPERATOR-AUTHORITY-FILE
              ASSIGN DYNAMIC WS-OPR-AUTHORITY-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-OPR-AUTHORITY-STATUS.

          SELECT OPERATOR-LOG-FILE
              ASSIGN DYNAMIC WS-OPR-LOG-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-OPR-LOG-STATUS.

      *    Year-close register - a closed event year's master is
      *    frozen with its certified book (YCLCHECK.cpy).
          SELECT YEAR-CLOSE-FILE
              ASSIGN DYNAMIC WS-YCL-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-YCL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ELF-MASTER-FILE.
          COPY "ELFMREC.cpy".

       SD ELF-RANK-SORT-FILE.
          COPY "ELFRSREC.cpy".

       FD ELF-BACKUP-FILE.
       01 ELF-BACKUP-RECORD       PIC X(55).

       FD ELF-BACKUP-REGISTER-FILE.
          COPY "EBKREC.cpy".

       FD AUDIT-FILE.
       01 AUDIT-RECORD            PIC X(160).

       FD RECOVERY-REPORT-FILE.
       01 RECOVERY-REPORT-RECORD  PIC X(132).

       FD OPERATOR-AUTHORITY-FILE.
          COPY "OPAREC.cpy".

       FD OPERATOR-LOG-FILE.
          COPY "OPLREC.cpy".

       FD YEAR-CLOSE-FILE.
          COPY "YCLREC.cpy".

       WORKING-STORAGE SECTION.
          COPY "OPRPARM.cpy".
          COPY "YCLPARM.cpy".
       01 WS-ELF-MASTER-DATASET   PIC X(80) VALUE 'elfmaster.dat'.
       01 WS-ELF-MASTER-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-BACKUP-DATASET       PIC X(80) VALUE SPACES.
       01 WS-BACKUP-STATUS        PIC X(2)  VALUE SPACES.
       01 WS-BACKUP-REGISTER-DATASET
                                  PIC X(80) VALUE 'elfbackups.txt'.
       01 WS-BACKUP-REGISTER-STATUS
                                  PIC X(2)  VALUE SPACES.
       01 WS-AUDIT-DATASET        PIC X(80) VALUE SPACES.
       01 WS-AUDIT-STATUS         PIC X(2)  VALUE SPACES.
       01 WS-RECOVERY-REPORT-DATASET
                                  PIC X(80) VALUE 'elfrecovery.txt'.
       01 WS-RECOVERY-REPORT-STATUS
                                  PIC X(2)  VALUE SPACES.
       01 WS-ENV-VALUE            PIC X(80).
       01 MASTER-EOF              PIC X     VALUE 'N'.
       01 BACKUP-EOF              PIC X     VALUE 'N'.
       01 REGISTER-EOF            PIC X     VALUE 'N'.
       01 TRAIL-EOF               PIC X     VALUE 'N'.

       01 WS-NOW-DATE             PIC 9(8)  VALUE ZERO.
       01 WS-NOW-TIME             PIC 9(8)  VALUE ZERO.

      *    Stamps compare as one 16-digit date-and-time string, the
      *    way the register and the trail both write them.
       01 WS-RECOVERY-POINT.
          05 WS-POINT-DATE        PIC 9(8)  VALUE 99999999.
          05 WS-POINT-TIME        PIC 9(8)  VALUE 99999999.
       01 WS-BACKUP-STAMP.
          05 WS-BACKUP-DATE       PIC 9(8)  VALUE ZERO.
          05 WS-BACKUP-TIME       PIC 9(8)  VALUE ZERO.
       01 WS-CANDIDATE-STAMP.
          05 WS-CANDIDATE-DATE    PIC 9(8)  VALUE ZERO.
          05 WS-CANDIDATE-TIME    PIC 9(8)  VALUE ZERO.
       01 WS-ENTRY-STAMP.
          05 WS-ENTRY-DATE        PIC 9(8)  VALUE ZERO.
          05 WS-ENTRY-TIME        PIC 9(8)  VALUE ZERO.

       01 WS-BACKUP-NAMED         PIC X     VALUE 'N'.
       01 WS-BACKUP-FOUND         PIC X     VALUE 'N'.
       01 WS-BACKUP-MASTER        PIC X(80) VALUE SPACES.
       01 WS-BACKUP-OPERATOR      PIC X(8)  VALUE SPACES.
       01 WS-BACKUP-AUDIT         PIC X(80) VALUE SPACES.
       01 WS-BACKUP-EXPECTED      PIC 9(6)  VALUE ZERO.
       01 WS-BACKUP-COUNT         PIC 9(6)  VALUE ZERO.
       01 WS-RESTORED-COUNT       PIC 9(6)  VALUE ZERO.

      *    One trail entry as it is gathered: the stamped action line,
      *    then its BEFORE and AFTER image lines.
       01 WS-ENTRY-PENDING        PIC X     VALUE 'N'.
       01 WS-ENTRY-OPERATOR       PIC X(8)  VALUE SPACES.
       01 WS-ENTRY-ACTION         PIC X     VALUE SPACES.
       01 WS-ENTRY-ELF            PIC X(5)  VALUE SPACES.
       01 WS-ENTRY-RESULT         PIC X(8)  VALUE SPACES.
       01 WS-ENTRY-BEFORE         PIC X(55) VALUE SPACES.
       01 WS-ENTRY-AFTER          PIC X(55) VALUE SPACES.
       01 WS-REPLAY-RESULT        PIC X(9)  VALUE SPACES.
       01 WS-REPLAY-REASON        PIC X(35) VALUE SPACES.
       01 WS-KEY-FOUND            PIC X     VALUE 'N'.

       01 WS-ENTRY-COUNT          PIC 9(6)  VALUE ZERO.
       01 WS-REAPPLIED-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-SKIPPED-COUNT        PIC 9(6)  VALUE ZERO.
       01 WS-EXCEPTION-COUNT      PIC 9(6)  VALUE ZERO.

      *    Rank recompute state (ELFRANK.cpy).
          COPY "ELFRPARM.cpy".

       PROCEDURE DIVISION.
           PERFORM RESOLVE-RECOVERY-PARMS.
           MOVE 'ELF-MASTER-RECOV-PROGRAM' TO WS-OPR-PROGRAM.
           PERFORM SIGN-ON-OPERATOR.
           IF WS-OPR-SIGNED-ON NOT EQUAL 'Y'
              DISPLAY 'MASTER NOT RECOVERED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'ELFRECOV' TO WS-OPR-FUNCTION.
           MOVE SPACES TO WS-OPR-DETAIL.
           STRING 'RECOVER ELF MASTER ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ELF-MASTER-DATASET)
                     DELIMITED BY SIZE
              INTO WS-OPR-DETAIL.
           PERFORM CHECK-OPERATOR-FUNCTION.
           IF WS-OPR-AUTHORIZED NOT EQUAL 'Y'
              DISPLAY 'OPERATOR ' FUNCTION TRIM(WS-OPERATOR-ID)
                 ' NOT AUTHORIZED TO RECOVER THE ELF MASTER - '
                 'MASTER NOT RECOVERED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE ZERO TO WS-YCL-YEAR.
           PERFORM CHECK-YEAR-CLOSED.
           IF WS-YCL-CLOSED = 'Y'
              MOVE 'REFUSED' TO WS-OPR-RESULT
              MOVE SPACES TO WS-OPR-DETAIL
              STRING 'ELF MASTER RECOVERY - EVENT YEAR '
                        DELIMITED BY SIZE
                     WS-YCL-YEAR DELIMITED BY SIZE
                     ' IS CLOSED' DELIMITED BY SIZE
                 INTO WS-OPR-DETAIL
              PERFORM WRITE-OPERATOR-LOG
              DISPLAY 'EVENT YEAR ' WS-YCL-YEAR ' IS CLOSED - '
                 'MASTER NOT RECOVERED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM FIND-BACKUP.
           PERFORM VERIFY-BACKUP-IMAGE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
              DISPLAY 'AUDIT TRAIL NOT FOUND - STATUS '
                 WS-AUDIT-STATUS ' DATASET '
                 FUNCTION TRIM(WS-AUDIT-DATASET)
                 ' - MASTER NOT RECOVERED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RECOVERY-REPORT-FILE.
           IF WS-RECOVERY-REPORT-STATUS NOT EQUAL '00'
              DISPLAY 'RECOVERY REPORT NOT OPENED - STATUS '
                 WS-RECOVERY-REPORT-STATUS ' DATASET '
                 FUNCTION TRIM(WS-RECOVERY-REPORT-DATASET)
                 ' - MASTER NOT RECOVERED'
              CLOSE AUDIT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM RESTORE-BACKUP-IMAGE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM UNTIL TRAIL-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO TRAIL-EOF
                   NOT AT END
                       PERFORM TAKE-TRAIL-LINE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           PERFORM RECOMPUTE-RANKS.
           CLOSE ELF-MASTER-FILE.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RECOVERY-REPORT-FILE.
           DISPLAY 'MASTER RESTORED FROM '
              FUNCTION TRIM(WS-BACKUP-DATASET) ' - '
              WS-REAPPLIED-COUNT ' REAPPLIED, '
              WS-SKIPPED-COUNT ' SKIPPED, '
              WS-EXCEPTION-COUNT ' EXCEPTIONS - REPORT '
              FUNCTION TRIM(WS-RECOVERY-REPORT-DATASET).
           IF WS-EXCEPTION-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **----------------------------------------------------------------
      *    The recovery point is validated here so a mistyped one
      *    stops the run before anything is read.
      **----------------------------------------------------------------
       RESOLVE-RECOVERY-PARMS.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ELF_MASTER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ELF-MASTER-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ELF_BACKUP_REGISTER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-BACKUP-REGISTER-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ELF_RECOVER_BACKUP_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-BACKUP-DATASET
              MOVE 'Y' TO WS-BACKUP-NAMED
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ELF_MAINT_AUDIT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-AUDIT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ELF_RECOVERY_REPORT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-RECOVERY-REPORT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ELF_RECOVER_TO'.
           EVALUATE TRUE
              WHEN WS-ENV-VALUE = SPACES
                 CONTINUE
              WHEN WS-ENV-VALUE(1:8) IS NUMERIC
                 AND WS-ENV-VALUE(9:72) = SPACES
                 MOVE WS-ENV-VALUE(1:8) TO WS-POINT-DATE
              WHEN WS-ENV-VALUE(1:16) IS NUMERIC
                 AND WS-ENV-VALUE(17:64) = SPACES
                 MOVE WS-ENV-VALUE(1:16) TO WS-RECOVERY-POINT
              WHEN OTHER
                 DISPLAY 'ELF_RECOVER_TO NOT YYYYMMDD OR '
                    'YYYYMMDDHHMMSSCC - ' FUNCTION TRIM(WS-ENV-VALUE)
                    ' - MASTER NOT RECOVERED'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

      **----------------------------------------------------------------
      *    A named backup must be on the register - its stamp is what
      *    the trail is replayed from. Otherwise the latest backup of
      *    this master not after the recovery point is taken. The
      *    last register entry wins on a tie, as entries only append.
      **----------------------------------------------------------------
       FIND-BACKUP.
           MOVE 'N' TO WS-BACKUP-FOUND.
           OPEN INPUT ELF-BACKUP-REGISTER-FILE.
           IF WS-BACKUP-REGISTER-STATUS NOT EQUAL '00'
              DISPLAY 'BACKUP REGISTER NOT FOUND - STATUS '
                 WS-BACKUP-REGISTER-STATUS ' DATASET '
                 FUNCTION TRIM(WS-BACKUP-REGISTER-DATASET)
                 ' - MASTER NOT RECOVERED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO REGISTER-EOF.
           PERFORM UNTIL REGISTER-EOF = 'Y'
               READ ELF-BACKUP-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO REGISTER-EOF
                   NOT AT END
                       PERFORM CONSIDER-BACKUP-ENTRY
               END-READ
           END-PERFORM.
           CLOSE ELF-BACKUP-REGISTER-FILE.
           IF WS-BACKUP-FOUND NOT EQUAL 'Y'
              IF WS-BACKUP-NAMED = 'Y'
                 DISPLAY 'BACKUP ' FUNCTION TRIM(WS-BACKUP-DATASET)
                    ' NOT ON THE BACKUP REGISTER'
                    ' - MASTER NOT RECOVERED'
              ELSE
                 DISPLAY 'NO BACKUP OF '
                    FUNCTION TRIM(WS-ELF-MASTER-DATASET)
                    ' REGISTERED AT OR BEFORE ' WS-POINT-DATE ' '
                    WS-POINT-TIME ' - MASTER NOT RECOVERED'
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-BACKUP-STAMP > WS-RECOVERY-POINT
              DISPLAY 'BACKUP ' FUNCTION TRIM(WS-BACKUP-DATASET)
                 ' TAKEN ' WS-BACKUP-DATE ' ' WS-BACKUP-TIME
                 ' IS AFTER THE RECOVERY POINT'
                 ' - MASTER NOT RECOVERED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-AUDIT-DATASET = SPACES
              MOVE WS-BACKUP-AUDIT TO WS-AUDIT-DATASET
           END-IF.
           IF WS-AUDIT-DATASET = SPACES
              MOVE 'elfmaintaudit.txt' TO WS-AUDIT-DATASET
           END-IF.

       CONSIDER-BACKUP-ENTRY.
           IF EBK-DATE IS NUMERIC AND EBK-TIME IS NUMERIC
              MOVE EBK-DATE TO WS-CANDIDATE-DATE
              MOVE EBK-TIME TO WS-CANDIDATE-TIME
              IF WS-BACKUP-NAMED = 'Y'
                 IF EBK-BACKUP-DATASET = WS-BACKUP-DATASET
                    PERFORM TAKE-BACKUP-ENTRY
                 END-IF
              ELSE
                 IF EBK-MASTER-DATASET = WS-ELF-MASTER-DATASET
                    AND WS-CANDIDATE-STAMP NOT > WS-RECOVERY-POINT
                    AND (WS-BACKUP-FOUND = 'N'
                         OR WS-CANDIDATE-STAMP NOT < WS-BACKUP-STAMP)
                    PERFORM TAKE-BACKUP-ENTRY
                 END-IF
              END-IF
           END-IF.

       TAKE-BACKUP-ENTRY.
           MOVE 'Y' TO WS-BACKUP-FOUND.
           MOVE WS-CANDIDATE-STAMP TO WS-BACKUP-STAMP.
           MOVE EBK-BACKUP-DATASET TO WS-BACKUP-DATASET.
           MOVE EBK-MASTER-DATASET TO WS-BACKUP-MASTER.
           MOVE EBK-OPERATOR-ID TO WS-BACKUP-OPERATOR.
           MOVE EBK-RECORD-COUNT TO WS-BACKUP-EXPECTED.
           MOVE EBK-AUDIT-DATASET TO WS-BACKUP-AUDIT.

      *    The image is counted against its register entry before the
      *    master is opened OUTPUT - a short image would otherwise
      *    replace a damaged master with a worse one.
       VERIFY-BACKUP-IMAGE.
           OPEN INPUT ELF-BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT EQUAL '00'
              DISPLAY 'BACKUP IMAGE NOT FOUND - STATUS '
                 WS-BACKUP-STATUS ' DATASET '
                 FUNCTION TRIM(WS-BACKUP-DATASET)
                 ' - MASTER NOT RECOVERED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE ZERO TO WS-BACKUP-COUNT.
           MOVE 'N' TO BACKUP-EOF.
           PERFORM UNTIL BACKUP-EOF = 'Y'
               READ ELF-BACKUP-FILE
                   AT END
                       MOVE 'Y' TO BACKUP-EOF
                   NOT AT END
                       ADD 1 TO WS-BACKUP-COUNT
               END-READ
           END-PERFORM.
           CLOSE ELF-BACKUP-FILE.
           IF WS-BACKUP-COUNT NOT EQUAL WS-BACKUP-EXPECTED
              DISPLAY 'BACKUP IMAGE HOLDS ' WS-BACKUP-COUNT
                 ' RECORDS, REGISTER SAYS ' WS-BACKUP-EXPECTED
                 ' - MASTER NOT RECOVERED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      **----------------------------------------------------------------
      *    The master is rebuilt from the image in key order the way
      *    the load program builds it, then reopened I-O for the
      *    replay and the rank recompute.
      **----------------------------------------------------------------
       RESTORE-BACKUP-IMAGE.
           OPEN OUTPUT ELF-MASTER-FILE.
           IF WS-ELF-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ELF MASTER NOT OPENED - STATUS '
                 WS-ELF-MASTER-STATUS ' DATASET '
                 FUNCTION TRIM(WS-ELF-MASTER-DATASET)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ELF-BACKUP-FILE.
           MOVE ZERO TO WS-RESTORED-COUNT.
           MOVE 'N' TO BACKUP-EOF.
           PERFORM UNTIL BACKUP-EOF = 'Y'
               READ ELF-BACKUP-FILE
                   AT END
                       MOVE 'Y' TO BACKUP-EOF
                   NOT AT END
                       MOVE ELF-BACKUP-RECORD TO ELF-MASTER-RECORD
                       WRITE ELF-MASTER-RECORD
                           INVALID KEY
                               DISPLAY 'RESTORE WRITE FAILED FOR ELF '
                                  ELM-ELF-NUM
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ELF-BACKUP-FILE
                 ELF-MASTER-FILE.
           OPEN I-O ELF-MASTER-FILE.
           IF WS-ELF-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ELF MASTER NOT OPENED I-O - STATUS '
                 WS-ELF-MASTER-STATUS ' DATASET '
                 FUNCTION TRIM(WS-ELF-MASTER-DATASET)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-RESTORED-COUNT NOT EQUAL WS-BACKUP-EXPECTED
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

      **----------------------------------------------------------------
      *    Trail lines arrive as the maintenance program writes them:
      *    the stamped action line, then '  BEFORE ' and '  AFTER  '
      *    with a 55-byte image at column 10. The entry is replayed
      *    once its AFTER line is in; anything else on the trail is
      *    not an entry and is passed over.
      **----------------------------------------------------------------
       TAKE-TRAIL-LINE.
           EVALUATE TRUE
              WHEN AUDIT-RECORD(1:8) IS NUMERIC
                 AND AUDIT-RECORD(10:8) IS NUMERIC
                 MOVE AUDIT-RECORD(1:8) TO WS-ENTRY-DATE
                 MOVE AUDIT-RECORD(10:8) TO WS-ENTRY-TIME
                 MOVE AUDIT-RECORD(23:8) TO WS-ENTRY-OPERATOR
                 MOVE AUDIT-RECORD(32:1) TO WS-ENTRY-ACTION
                 MOVE AUDIT-RECORD(38:5) TO WS-ENTRY-ELF
                 MOVE AUDIT-RECORD(44:8) TO WS-ENTRY-RESULT
                 MOVE SPACES TO WS-ENTRY-BEFORE WS-ENTRY-AFTER
                 MOVE 'Y' TO WS-ENTRY-PENDING
              WHEN AUDIT-RECORD(1:9) = '  BEFORE '
                 MOVE AUDIT-RECORD(10:55) TO WS-ENTRY-BEFORE
              WHEN AUDIT-RECORD(1:9) = '  AFTER  '
                 AND WS-ENTRY-PENDING = 'Y'
                 MOVE AUDIT-RECORD(10:55) TO WS-ENTRY-AFTER
                 MOVE 'N' TO WS-ENTRY-PENDING
                 PERFORM REPLAY-ONE-ENTRY
           END-EVALUATE.

      **----------------------------------------------------------------
      *    One entry: the window and the original result decide
      *    whether it is replayed at all; the action then replays it
      *    against the master as it stands after the entries before.
      **----------------------------------------------------------------
       REPLAY-ONE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE 'SKIPPED' TO WS-REPLAY-RESULT.
           MOVE SPACES TO WS-REPLAY-REASON.
           EVALUATE TRUE
              WHEN WS-ENTRY-STAMP < WS-BACKUP-STAMP
                 MOVE 'ALREADY IN BACKUP IMAGE' TO WS-REPLAY-REASON
              WHEN WS-ENTRY-STAMP > WS-RECOVERY-POINT
                 MOVE 'AFTER RECOVERY POINT' TO WS-REPLAY-REASON
              WHEN WS-ENTRY-RESULT NOT EQUAL 'APPLIED'
                 MOVE 'REJECTED IN ORIGINAL RUN' TO WS-REPLAY-REASON
              WHEN WS-ENTRY-ELF IS NOT NUMERIC
                 MOVE 'ELF NUMBER NOT NUMERIC' TO WS-REPLAY-REASON
                 ADD 1 TO WS-EXCEPTION-COUNT
              WHEN OTHER
                 PERFORM REPLAY-APPLIED-ENTRY
           END-EVALUATE.
           IF WS-REPLAY-RESULT = 'REAPPLIED'
              ADD 1 TO WS-REAPPLIED-COUNT
           ELSE
              ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
           PERFORM WRITE-REPLAY-LINE.

       REPLAY-APPLIED-ENTRY.
           MOVE 'N' TO WS-KEY-FOUND.
           MOVE WS-ENTRY-ELF TO ELM-ELF-NUM.
           READ ELF-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KEY-FOUND
           END-READ.
           EVALUATE TRUE
              WHEN FUNCTION UPPER-CASE(WS-ENTRY-ACTION) = 'A'
                 PERFORM REPLAY-ADD
              WHEN FUNCTION UPPER-CASE(WS-ENTRY-ACTION) = 'C'
                 OR FUNCTION UPPER-CASE(WS-ENTRY-ACTION) = 'X'
                 PERFORM REPLAY-CHANGE
              WHEN OTHER
                 MOVE 'UNRECOGNIZED ACTION' TO WS-REPLAY-REASON
           END-EVALUATE.
           IF WS-REPLAY-RESULT NOT EQUAL 'REAPPLIED'
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       REPLAY-ADD.
           IF WS-KEY-FOUND = 'Y'
              MOVE 'KEY ALREADY ON MASTER' TO WS-REPLAY-REASON
           ELSE
              MOVE WS-ENTRY-AFTER TO ELF-MASTER-RECORD
              WRITE ELF-MASTER-RECORD
                  INVALID KEY
                      MOVE 'WRITE FAILED' TO WS-REPLAY-REASON
                  NOT INVALID KEY
                      MOVE 'REAPPLIED' TO WS-REPLAY-RESULT
              END-WRITE
           END-IF.

      *    A correction or exclusion is replayed only onto the record
      *    it was originally applied to: number, total, name and team
      *    must match the before image. Rank is left out - the image
      *    carries the rank of its day, which every run recomputes.
       REPLAY-CHANGE.
           EVALUATE TRUE
              WHEN WS-KEY-FOUND = 'N'
                 MOVE 'KEY NOT ON MASTER' TO WS-REPLAY-REASON
              WHEN ELF-MASTER-RECORD(1:20) NOT = WS-ENTRY-BEFORE(1:20)
                 OR ELF-MASTER-RECORD(26:30)
                    NOT = WS-ENTRY-BEFORE(26:30)
                 MOVE 'MASTER DIFFERS FROM BEFORE IMAGE'
                    TO WS-REPLAY-REASON
              WHEN FUNCTION UPPER-CASE(WS-ENTRY-ACTION) = 'C'
                 MOVE WS-ENTRY-AFTER TO ELF-MASTER-RECORD
                 REWRITE ELF-MASTER-RECORD
                     INVALID KEY
                         MOVE 'REWRITE FAILED' TO WS-REPLAY-REASON
                     NOT INVALID KEY
                         MOVE 'REAPPLIED' TO WS-REPLAY-RESULT
                 END-REWRITE
              WHEN OTHER
                 DELETE ELF-MASTER-FILE
                     INVALID KEY
                         MOVE 'DELETE FAILED' TO WS-REPLAY-REASON
                     NOT INVALID KEY
                         MOVE 'REAPPLIED' TO WS-REPLAY-RESULT
                 END-DELETE
           END-EVALUATE.

      **----------------------------------------------------------------
      *    Recovery report: what was restored, from when, to when,
      *    then one line per trail entry and the totals.
      **----------------------------------------------------------------
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           STRING 'ELF MASTER FORWARD RECOVERY  RUN ' DELIMITED BY SIZE
                  WS-NOW-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  '  OPERATOR ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
              INTO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           STRING 'MASTER        ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ELF-MASTER-DATASET)
                     DELIMITED BY SIZE
              INTO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           STRING 'BACKUP        ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BACKUP-DATASET) DELIMITED BY SIZE
              INTO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           STRING 'TAKEN         ' DELIMITED BY SIZE
                  WS-BACKUP-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BACKUP-TIME DELIMITED BY SIZE
                  '  BY ' DELIMITED BY SIZE
                  WS-BACKUP-OPERATOR DELIMITED BY SIZE
                  '  OF ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BACKUP-MASTER) DELIMITED BY SIZE
              INTO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           STRING 'RESTORED      ' DELIMITED BY SIZE
                  WS-RESTORED-COUNT DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-BACKUP-EXPECTED DELIMITED BY SIZE
                  ' RECORDS' DELIMITED BY SIZE
              INTO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           STRING 'AUDIT TRAIL   ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-DATASET) DELIMITED BY SIZE
              INTO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           IF WS-RECOVERY-POINT = ALL '9'
              MOVE 'RECOVER TO    END OF TRAIL' TO
                 RECOVERY-REPORT-RECORD
           ELSE
              STRING 'RECOVER TO    ' DELIMITED BY SIZE
                     WS-POINT-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-POINT-TIME DELIMITED BY SIZE
                 INTO RECOVERY-REPORT-RECORD
           END-IF.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE 'DATE     TIME     OPERATOR ACT ELF   RESULT    REASON'
              TO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.

       WRITE-REPLAY-LINE.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           STRING WS-ENTRY-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ENTRY-TIME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ENTRY-OPERATOR DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ENTRY-ACTION DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ENTRY-ELF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REPLAY-RESULT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REPLAY-REASON DELIMITED BY SIZE
              INTO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           STRING 'TRAIL ENTRIES ' DELIMITED BY SIZE
                  WS-ENTRY-COUNT DELIMITED BY SIZE
                  '  REAPPLIED ' DELIMITED BY SIZE
                  WS-REAPPLIED-COUNT DELIMITED BY SIZE
                  '  SKIPPED ' DELIMITED BY SIZE
                  WS-SKIPPED-COUNT DELIMITED BY SIZE
                  '  EXCEPTIONS ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
              INTO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           STRING 'MASTER RECORDS AFTER RECOVERY ' DELIMITED BY SIZE
                  WS-ELF-COUNT DELIMITED BY SIZE
              INTO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.

      **----------------------------------------------------------------
      *    Rank recompute over the recovered master.
      **----------------------------------------------------------------
          COPY "ELFRANK.cpy".

      **----------------------------------------------------------------
      *    Operator sign-on and function authority.
      **----------------------------------------------------------------
          COPY "OPRCHECK.cpy".

      **----------------------------------------------------------------
      *    Year-close register check.
      **----------------------------------------------------------------
          COPY "YCLCHECK.cpy".
