      ******************************************************************
      **                IDENTIFICATION DIVISION                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANSWER-KEY-MAINT-PROGRAM.

      ******************************************************************
      **  Transaction-driven maintenance for the indexed accepted-     *
      **  answer key (AKMREC.cpy). Every puzzle program publishes its  *
      **  answer, but nothing recorded which answers the puzzle site   *
      **  actually accepted; this program applies a transaction file   *
      **  (AKTREC.cpy) of adds and changes against the key by event    *
      **  year/day/part, and writes an audit trail pairing every       *
      **  transaction with the before and after record - the same      *
      **  shape as the elf-master maintenance trail. A transaction     *
      **  that fails its edits, adds a key that already exists, or     *
      **  changes one that does not is rejected onto the same trail.   *
      **  The key is created empty on its first run. Rejected          *
      **  transactions end the step with return code 4.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT KEY-TRANS-FILE
              ASSIGN DYNAMIC WS-KEY-TRANS-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-KEY-TRANS-STATUS.

          SELECT ANSWER-KEY-FILE
              ASSIGN DYNAMIC WS-ANSWER-KEY-DATASET
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AKM-KEY
              FILE STATUS IS WS-ANSWER-KEY-STATUS.

          SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KEY-TRANS-FILE.
          COPY "AKTREC.cpy".

       FD ANSWER-KEY-FILE.
          COPY "AKMREC.cpy".

       FD AUDIT-FILE.
       01 AUDIT-RECORD            PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-KEY-TRANS-DATASET    PIC X(80) VALUE 'answerkeytxn.txt'.
       01 WS-KEY-TRANS-STATUS     PIC X(2)  VALUE SPACES.
       01 WS-ANSWER-KEY-DATASET   PIC X(80) VALUE 'answerkey.dat'.
       01 WS-ANSWER-KEY-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-AUDIT-DATASET        PIC X(80) VALUE 'answerkeyaudit.txt'.
       01 WS-AUDIT-STATUS         PIC X(2)  VALUE SPACES.
       01 WS-ENV-VALUE            PIC X(80).
       01 TRANS-EOF               PIC X     VALUE 'N'.

       01 WS-NOW-DATE             PIC 9(8)  VALUE ZERO.
       01 WS-NOW-TIME             PIC 9(8)  VALUE ZERO.
       01 WS-APPLIED-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-REJECTED-COUNT       PIC 9(5)  VALUE ZERO.
       01 WS-TXN-RESULT           PIC X(8)  VALUE SPACES.
       01 WS-TXN-REASON           PIC X(35) VALUE SPACES.
       01 WS-KEY-FOUND            PIC X     VALUE 'N'.
       01 WS-BEFORE-IMAGE         PIC X(65) VALUE SPACES.
       01 WS-AFTER-IMAGE          PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-MAINT-PARMS.
           OPEN INPUT KEY-TRANS-FILE.
           IF WS-KEY-TRANS-STATUS NOT EQUAL '00'
              DISPLAY 'TRANSACTION FILE NOT FOUND - STATUS '
                 WS-KEY-TRANS-STATUS ' DATASET '
                 FUNCTION TRIM(WS-KEY-TRANS-DATASET)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-ANSWER-KEY.
           PERFORM OPEN-AUDIT-TRAIL.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM UNTIL TRANS-EOF = 'Y'
               READ KEY-TRANS-FILE
                   AT END
                       MOVE 'Y' TO TRANS-EOF
                   NOT AT END
                       IF KEY-TRANS-RECORD NOT EQUAL SPACES
                          PERFORM APPLY-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KEY-TRANS-FILE
                 ANSWER-KEY-FILE
                 AUDIT-FILE.
           DISPLAY WS-APPLIED-COUNT ' TRANSACTIONS APPLIED, '
              WS-REJECTED-COUNT ' REJECTED - AUDIT TRAIL '
              FUNCTION TRIM(WS-AUDIT-DATASET).
           IF WS-REJECTED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **----------------------------------------------------------------
       RESOLVE-MAINT-PARMS.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ANSWER_KEY_TRANS_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-KEY-TRANS-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ANSWER_KEY_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ANSWER-KEY-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ANSWER_KEY_AUDIT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-AUDIT-DATASET
           END-IF.

      *    Unlike the elf master, which its load program builds each
      *    cycle, the answer key has no loader - the first add
      *    transaction ever applied creates it, so a not-found key
      *    (status 35) is created empty and reopened for update.
       OPEN-ANSWER-KEY.
           OPEN I-O ANSWER-KEY-FILE.
           IF WS-ANSWER-KEY-STATUS = '35'
              OPEN OUTPUT ANSWER-KEY-FILE
              CLOSE ANSWER-KEY-FILE
              OPEN I-O ANSWER-KEY-FILE
           END-IF.
           IF WS-ANSWER-KEY-STATUS NOT EQUAL '00'
              DISPLAY 'ANSWER KEY NOT OPENED I-O - STATUS '
                 WS-ANSWER-KEY-STATUS ' DATASET '
                 FUNCTION TRIM(WS-ANSWER-KEY-DATASET)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    The audit trail accumulates across maintenance runs, with
      *    the run ledger's status-35 create-on-first-run convention.
       OPEN-AUDIT-TRAIL.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
              DISPLAY 'AUDIT TRAIL NOT WRITABLE - STATUS '
                 WS-AUDIT-STATUS ' - NO TRANSACTIONS APPLIED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      **----------------------------------------------------------------
      *    One transaction: edited first, then the before image is
      *    read, the action applied only when its key rule holds, and
      *    the before/after pair goes to the trail whatever happened.
      **----------------------------------------------------------------
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-TXN-RESULT WS-TXN-REASON.
           MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE.
           PERFORM EDIT-TRANSACTION.
           IF WS-TXN-REASON = SPACES
              PERFORM READ-BEFORE-IMAGE
              EVALUATE FUNCTION UPPER-CASE(AKT-ACTION)
                 WHEN 'A'
                    PERFORM APPLY-ADD
                 WHEN 'C'
                    PERFORM APPLY-CHANGE
              END-EVALUATE
           ELSE
              MOVE 'REJECTED' TO WS-TXN-RESULT
           END-IF.
           IF WS-TXN-RESULT = 'APPLIED'
              ADD 1 TO WS-APPLIED-COUNT
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           PERFORM WRITE-AUDIT-ENTRY.

      *    A key names a real puzzle (day 1-25, part 1 or 2) and an
      *    accepted answer carries its answer, date and enterer - a
      *    blank in any of them would verify every future run against
      *    nothing.
       EDIT-TRANSACTION.
           EVALUATE TRUE
              WHEN FUNCTION UPPER-CASE(AKT-ACTION) NOT = 'A'
                AND FUNCTION UPPER-CASE(AKT-ACTION) NOT = 'C'
                 MOVE 'UNRECOGNIZED ACTION' TO WS-TXN-REASON
              WHEN AKT-YEAR NOT NUMERIC
                OR AKT-DAY NOT NUMERIC
                OR AKT-PART NOT NUMERIC
                 MOVE 'NON-NUMERIC YEAR/DAY/PART' TO WS-TXN-REASON
              WHEN AKT-YEAR < 2015
                OR AKT-DAY < 1 OR AKT-DAY > 25
                OR AKT-PART < 1 OR AKT-PART > 2
                 MOVE 'NO SUCH PUZZLE YEAR/DAY/PART' TO WS-TXN-REASON
              WHEN AKT-ANSWER = SPACES
                 MOVE 'ACCEPTED ANSWER MISSING' TO WS-TXN-REASON
              WHEN AKT-ACCEPTED-DATE NOT NUMERIC
                OR AKT-ACCEPTED-DATE = ZERO
                 MOVE 'ACCEPTED DATE NOT YYYYMMDD' TO WS-TXN-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD(AKT-ACCEPTED-DATE)
                   NOT = ZERO
                 MOVE 'ACCEPTED DATE NOT YYYYMMDD' TO WS-TXN-REASON
              WHEN AKT-ENTERED-BY = SPACES
                 MOVE 'ENTERED-BY MISSING' TO WS-TXN-REASON
           END-EVALUATE.

       READ-BEFORE-IMAGE.
           MOVE 'N' TO WS-KEY-FOUND.
           MOVE AKT-YEAR TO AKM-YEAR.
           MOVE AKT-DAY TO AKM-DAY.
           MOVE AKT-PART TO AKM-PART.
           READ ANSWER-KEY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KEY-FOUND
                   MOVE ANSWER-KEY-RECORD TO WS-BEFORE-IMAGE
           END-READ.

       APPLY-ADD.
           IF WS-KEY-FOUND = 'Y'
              MOVE 'REJECTED' TO WS-TXN-RESULT
              MOVE 'KEY ALREADY ON ANSWER KEY' TO WS-TXN-REASON
           ELSE
              MOVE AKT-YEAR TO AKM-YEAR
              MOVE AKT-DAY TO AKM-DAY
              MOVE AKT-PART TO AKM-PART
              PERFORM MOVE-TRANSACTION-FIELDS
              WRITE ANSWER-KEY-RECORD
                  INVALID KEY
                      MOVE 'REJECTED' TO WS-TXN-RESULT
                      MOVE 'WRITE FAILED' TO WS-TXN-REASON
                  NOT INVALID KEY
                      MOVE 'APPLIED' TO WS-TXN-RESULT
                      MOVE ANSWER-KEY-RECORD TO WS-AFTER-IMAGE
              END-WRITE
           END-IF.

       APPLY-CHANGE.
           IF WS-KEY-FOUND = 'N'
              MOVE 'REJECTED' TO WS-TXN-RESULT
              MOVE 'KEY NOT ON ANSWER KEY' TO WS-TXN-REASON
           ELSE
              PERFORM MOVE-TRANSACTION-FIELDS
              REWRITE ANSWER-KEY-RECORD
                  INVALID KEY
                      MOVE 'REJECTED' TO WS-TXN-RESULT
                      MOVE 'REWRITE FAILED' TO WS-TXN-REASON
                  NOT INVALID KEY
                      MOVE 'APPLIED' TO WS-TXN-RESULT
                      MOVE ANSWER-KEY-RECORD TO WS-AFTER-IMAGE
              END-REWRITE
           END-IF.

      *    The answer is stored left-justified, so a numeric answer
      *    keyed with leading blanks still matches the footer.
       MOVE-TRANSACTION-FIELDS.
           MOVE FUNCTION TRIM(AKT-ANSWER) TO AKM-ANSWER.
           MOVE AKT-ACCEPTED-DATE TO AKM-ACCEPTED-DATE.
           MOVE AKT-ENTERED-BY TO AKM-ENTERED-BY.
           MOVE WS-NOW-DATE TO AKM-MAINT-DATE.
           MOVE WS-NOW-TIME TO AKM-MAINT-TIME.

      *    One trail entry per transaction: the stamped action line
      *    with its result and remark, then the before and after
      *    images.
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-RECORD.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AKT-ACTION DELIMITED BY SIZE
                  ' KEY ' DELIMITED BY SIZE
                  AKT-YEAR DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  AKT-DAY DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  AKT-PART DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TXN-RESULT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TXN-REASON DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(AKT-REMARK) DELIMITED BY SIZE
              INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD.
           STRING '  BEFORE ' DELIMITED BY SIZE
                  WS-BEFORE-IMAGE DELIMITED BY SIZE
              INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD.
           STRING '  AFTER  ' DELIMITED BY SIZE
                  WS-AFTER-IMAGE DELIMITED BY SIZE
              INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
