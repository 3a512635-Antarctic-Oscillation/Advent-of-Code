      **  (or, for an add, already does) is rejected onto the same     *
      **  trail. Rejected transactions end the step with return code   *
      **  4.                                                           *
      **                                                               *
      **  The run signs on as OPERATOR_ID against the operator         *
      **  authority dataset (OPRCHECK.cpy); a refused sign-on applies  *
      **  nothing and ends with return code 8. Each add, correction,   *
      **  or exclusion needs the operator's ELFADD, ELFCORR, or        *
      **  ELFEXCL function - one the operator does not hold is         *
      **  rejected onto the trail and the security log - and every     *
      **  trail entry carries the operator's ID. A run stamped with an *
      **  event year YEAR-CLOSE-PROGRAM has closed (EVENT_YEAR) is     *
      **  refused whole, return code 8, until an authorised reopen.    *
      **                                                               *
      **  Before the first transaction is applied the whole master is  *
      **  unloaded to a backup image named for the run's date and      *
      **  time (<master>.bkp.YYYYMMDD.HHMMSSCC, or ELF_BACKUP_PREFIX   *
      **  in place of <master>.bkp) and logged on the backup register  *
      **  (EBKREC.cpy) under that stamp - the stamp every trail entry  *
      **  of the run carries. ELF-MASTER-RECOVERY-PROGRAM restores an  *
      **  image and re-applies the trail from it, so a bad             *
      **  transaction file or a master damaged mid-run no longer       *
      **  means a reload that loses every later hand touch. A backup   *
      **  that cannot be written or registered applies nothing and     *
      **  ends with return code 8.                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS ELM-ELF-NUM
              FILE STATUS IS WS-ELF-MASTER-STATUS.

      *    The master in descending-total order for the rank
      *    recompute (ELFRANK.cpy).
          SELECT ELF-RANK-SORT-FILE ASSIGN TO SORTWK01.

          SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

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

      *    Backup image of the master and the register that dates
      *    it - both written before any transaction is applied.
          SELECT ELF-BACKUP-FILE ASSIGN DYNAMIC WS-BACKUP-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-BACKUP-STATUS.

          SELECT ELF-BACKUP-REGISTER-FILE
              ASSIGN DYNAMIC WS-BACKUP-REGISTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-BACKUP-REGISTER-STATUS.

      *    Year-close register - a closed event year takes no more
      *    maintenance (YCLCHECK.cpy). Not-found means no year is closed.
          SELECT YEAR-CLOSE-FILE
              ASSIGN DYNAMIC WS-YCL-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-YCL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-TRANS-FILE.
       FD ELF-MASTER-FILE.
          COPY "ELFMREC.cpy".

       SD ELF-RANK-SORT-FILE.
          COPY "ELFRSREC.cpy".

       FD AUDIT-FILE.
       01 AUDIT-RECORD            PIC X(160).

       FD OPERATOR-AUTHORITY-FILE.
          COPY "OPAREC.cpy".

       FD OPERATOR-LOG-FILE.
          COPY "OPLREC.cpy".

       FD YEAR-CLOSE-FILE.
          COPY "YCLREC.cpy".

       FD ELF-BACKUP-FILE.
       01 ELF-BACKUP-RECORD       PIC X(55).

       FD ELF-BACKUP-REGISTER-FILE.
          COPY "EBKREC.cpy".

       WORKING-STORAGE SECTION.
          COPY "OPRPARM.cpy".
          COPY "YCLPARM.cpy".
       01 WS-MAINT-TRANS-DATASET  PIC X(80) VALUE 'elfmaint.txt'.
       01 WS-MAINT-TRANS-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-ELF-MASTER-DATASET   PIC X(80) VALUE 'elfmaster.dat'.
       01 WS-BEFORE-IMAGE         PIC X(55) VALUE SPACES.
       01 WS-AFTER-IMAGE          PIC X(55) VALUE SPACES.

       01 WS-BACKUP-PREFIX        PIC X(80) VALUE SPACES.
       01 WS-BACKUP-DATASET       PIC X(80) VALUE SPACES.
       01 WS-BACKUP-STATUS        PIC X(2)  VALUE SPACES.
       01 WS-BACKUP-REGISTER-DATASET
                                  PIC X(80) VALUE 'elfbackups.txt'.
       01 WS-BACKUP-REGISTER-STATUS
                                  PIC X(2)  VALUE SPACES.
       01 WS-BACKUP-COUNT         PIC 9(6)  VALUE ZERO.
       01 BACKUP-EOF              PIC X     VALUE 'N'.

      *    Rank recompute state (ELFRANK.cpy).
          COPY "ELFRPARM.cpy".

       PROCEDURE DIVISION.
           PERFORM RESOLVE-MAINT-PARMS.
           MOVE 'ELF-MASTER-MAINT-PROGRAM' TO WS-OPR-PROGRAM.
           PERFORM SIGN-ON-OPERATOR.
           IF WS-OPR-SIGNED-ON NOT EQUAL 'Y'
              DISPLAY 'NO TRANSACTIONS APPLIED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    The elf master behind a closed year's certified book is
      *    frozen with it; the refusal goes on the security log.
           MOVE ZERO TO WS-YCL-YEAR.
           PERFORM CHECK-YEAR-CLOSED.
           IF WS-YCL-CLOSED = 'Y'
              MOVE 'REFUSED' TO WS-OPR-RESULT
              MOVE SPACES TO WS-OPR-DETAIL
              STRING 'ELF MASTER MAINTENANCE - EVENT YEAR '
                        DELIMITED BY SIZE
                     WS-YCL-YEAR DELIMITED BY SIZE
                     ' IS CLOSED' DELIMITED BY SIZE
                 INTO WS-OPR-DETAIL
              PERFORM WRITE-OPERATOR-LOG
              DISPLAY 'EVENT YEAR ' WS-YCL-YEAR ' IS CLOSED - '
                 'NO TRANSACTIONS APPLIED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT MAINT-TRANS-FILE.
           IF WS-MAINT-TRANS-STATUS NOT EQUAL '00'
              DISPLAY 'TRANSACTION FILE NOT FOUND - STATUS '
           PERFORM OPEN-AUDIT-TRAIL.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM TAKE-MASTER-BACKUP.
           PERFORM UNTIL TRANS-EOF = 'Y'
               READ MAINT-TRANS-FILE
                   AT END
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-AUDIT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ELF_BACKUP_PREFIX'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-BACKUP-PREFIX
           ELSE
              STRING FUNCTION TRIM(WS-ELF-MASTER-DATASET)
                        DELIMITED BY SIZE
                     '.bkp' DELIMITED BY SIZE
                 INTO WS-BACKUP-PREFIX
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ELF_BACKUP_REGISTER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-BACKUP-REGISTER-DATASET
           END-IF.

      *    The audit trail accumulates across maintenance runs - the
      *    month-end review reads one file, so EXTEND with the run
              STOP RUN
           END-IF.

      **----------------------------------------------------------------
      *    The backup image: every master record in key order, taken
      *    under the run's own stamp after the trail is open and
      *    before the first transaction. The register entry is what
      *    forward recovery finds the image by, so an image it could
      *    not register is as good as none - either failure stops the
      *    run with the master untouched.
      **----------------------------------------------------------------
       TAKE-MASTER-BACKUP.
           MOVE SPACES TO WS-BACKUP-DATASET.
           STRING FUNCTION TRIM(WS-BACKUP-PREFIX) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-NOW-DATE DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
              INTO WS-BACKUP-DATASET.
           OPEN OUTPUT ELF-BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT EQUAL '00'
              DISPLAY 'BACKUP IMAGE NOT OPENED - STATUS '
                 WS-BACKUP-STATUS ' DATASET '
                 FUNCTION TRIM(WS-BACKUP-DATASET)
                 ' - NO TRANSACTIONS APPLIED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE ZERO TO WS-BACKUP-COUNT.
           MOVE 'N' TO BACKUP-EOF.
           MOVE ZERO TO ELM-ELF-NUM.
           START ELF-MASTER-FILE KEY >= ELM-ELF-NUM
               INVALID KEY
                   MOVE 'Y' TO BACKUP-EOF
           END-START.
           PERFORM UNTIL BACKUP-EOF = 'Y'
               READ ELF-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO BACKUP-EOF
                   NOT AT END
                       MOVE ELF-MASTER-RECORD TO ELF-BACKUP-RECORD
                       WRITE ELF-BACKUP-RECORD
                       IF WS-BACKUP-STATUS NOT EQUAL '00'
                          DISPLAY 'BACKUP IMAGE WRITE FAILED - STATUS '
                             WS-BACKUP-STATUS
                             ' - NO TRANSACTIONS APPLIED'
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-BACKUP-COUNT
               END-READ
           END-PERFORM.
           CLOSE ELF-BACKUP-FILE.
           OPEN EXTEND ELF-BACKUP-REGISTER-FILE.
           IF WS-BACKUP-REGISTER-STATUS = '35'
              OPEN OUTPUT ELF-BACKUP-REGISTER-FILE
           END-IF.
           IF WS-BACKUP-REGISTER-STATUS NOT = '00'
              AND WS-BACKUP-REGISTER-STATUS NOT = '05'
              DISPLAY 'BACKUP NOT REGISTERED - STATUS '
                 WS-BACKUP-REGISTER-STATUS
                 ' - NO TRANSACTIONS APPLIED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO ELF-BACKUP-REGISTER-RECORD.
           MOVE WS-NOW-DATE TO EBK-DATE.
           MOVE WS-NOW-TIME TO EBK-TIME.
           MOVE WS-OPERATOR-ID TO EBK-OPERATOR-ID.
           MOVE WS-BACKUP-COUNT TO EBK-RECORD-COUNT.
           MOVE WS-BACKUP-DATASET TO EBK-BACKUP-DATASET.
           MOVE WS-ELF-MASTER-DATASET TO EBK-MASTER-DATASET.
           MOVE WS-AUDIT-DATASET TO EBK-AUDIT-DATASET.
           WRITE ELF-BACKUP-REGISTER-RECORD.
           CLOSE ELF-BACKUP-REGISTER-FILE.
           DISPLAY 'MASTER BACKED UP - ' WS-BACKUP-COUNT
              ' RECORDS TO ' FUNCTION TRIM(WS-BACKUP-DATASET).

      **----------------------------------------------------------------
      *    One transaction: the before image is read first, the
      *    action applied only when its key rule holds, and the
           MOVE SPACES TO WS-TXN-REASON.
           MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE.
           PERFORM READ-BEFORE-IMAGE.
           PERFORM CHECK-TRANSACTION-AUTHORITY.
           EVALUATE TRUE
              WHEN WS-OPR-AUTHORIZED NOT EQUAL 'Y'
                 MOVE 'REJECTED' TO WS-TXN-RESULT
                 MOVE 'OPERATOR NOT AUTHORIZED' TO WS-TXN-REASON
              WHEN FUNCTION UPPER-CASE(TRN-ACTION) = 'A'
                 PERFORM APPLY-ADD
              WHEN FUNCTION UPPER-CASE(TRN-ACTION) = 'C'
                 PERFORM APPLY-CORRECTION
              WHEN FUNCTION UPPER-CASE(TRN-ACTION) = 'X'
                 PERFORM APPLY-EXCLUSION
              WHEN OTHER
                 MOVE 'REJECTED' TO WS-TXN-RESULT
           END-IF.
           PERFORM WRITE-AUDIT-ENTRY.

      *    Each action maps to its own authority function; an
      *    unrecognized action needs none, since it is rejected on
      *    its own account below.
       CHECK-TRANSACTION-AUTHORITY.
           MOVE 'Y' TO WS-OPR-AUTHORIZED.
           MOVE SPACES TO WS-OPR-FUNCTION.
           EVALUATE FUNCTION UPPER-CASE(TRN-ACTION)
              WHEN 'A'
                 MOVE 'ELFADD' TO WS-OPR-FUNCTION
              WHEN 'C'
                 MOVE 'ELFCORR' TO WS-OPR-FUNCTION
              WHEN 'X'
                 MOVE 'ELFEXCL' TO WS-OPR-FUNCTION
           END-EVALUATE.
           IF WS-OPR-FUNCTION NOT EQUAL SPACES
              MOVE SPACES TO WS-OPR-DETAIL
              STRING 'TRANSACTION ' DELIMITED BY SIZE
                     TRN-ACTION DELIMITED BY SIZE
                     ' ELF ' DELIMITED BY SIZE
                     TRN-ELF-NUM DELIMITED BY SIZE
                 INTO WS-OPR-DETAIL
              PERFORM CHECK-OPERATOR-FUNCTION
           END-IF.

       READ-BEFORE-IMAGE.
           MOVE 'N' TO WS-KEY-FOUND.
           MOVE TRN-ELF-NUM TO ELM-ELF-NUM.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  ' OPR ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TRN-ACTION DELIMITED BY SIZE
                  ' ELF ' DELIMITED BY SIZE
           WRITE AUDIT-RECORD.

      **----------------------------------------------------------------
      *    Rank recompute over the maintained master.
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
