      ******************************************************************
      **                IDENTIFICATION DIVISION                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-CLOSE-PROGRAM.

      ******************************************************************
      **  Year-end close. Once an event year is over, this run freezes *
      **  and certifies it (EVENT_YEAR, default 2022):                 *
      **    1. every day/part's current generation for the year - the  *
      **       newest one in the generation catalog - is re-read       *
      **       through the same fingerprint code the integrity sweep   *
      **       uses (GFPCALC.cpy) and its control footer read back;    *
      **    2. a certified results book is printed with each           *
      **       day/part's answer, control totals (read, written,       *
      **       rejected) and severity, the generation it came from,    *
      **       and its verdict;                                        *
      **    3. when every generation certifies, each is cataloged      *
      **       final (GCT-FINAL), so HOUSEKEEPING-PROGRAM never purges *
      **       it, and a CLOSED record goes to the year-close register *
      **       (YCLREC.cpy). From then on DRIVER-PROGRAM, REPAIR-      *
      **       PROGRAM and ELF-MASTER-MAINT-PROGRAM refuse any run     *
      **       stamped with that year (YCLCHECK.cpy).                  *
      **  A generation MISSING, ALTERED since it was cataloged, or     *
      **  without a control footer fails certification: the book is    *
      **  still printed, marked NOT CERTIFIED, but nothing is made     *
      **  final, the year stays open, and the run ends with return     *
      **  code 8.                                                      *
      **                                                               *
      **  YEAR_CLOSE_ACTION=REOPEN appends a REOPENED record instead,  *
      **  which lifts the refusal - the generations already made       *
      **  final stay final, they are the certified book's evidence.    *
      **  A later close certifies the year over again.                 *
      **                                                               *
      **  The run signs on as OPERATOR_ID (OPRCHECK.cpy) and needs     *
      **  the YRCLOSE function to close or YRREOPEN to reopen; a       *
      **  refusal changes nothing and ends with return code 8.         *
      **  Closing a year already closed, or reopening one that is not, *
      **  changes nothing and ends with return code 4. The run honors  *
      **  the suite-wide run lock, since it rewrites the catalog, and  *
      **  appends its own run-ledger record like every other program.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT GEN-CATALOG-FILE
              ASSIGN DYNAMIC WS-GENCAT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GENCAT-STATUS.

          SELECT GEN-FINGERPRINT-FILE
              ASSIGN DYNAMIC WS-GFP-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GFP-STATUS.

      *    Same shared-buffer FD the dashboard reads footers with -
      *    both 01-levels so the widest record any source program
      *    writes still lands whole (see RECLAY.cpy's note).
          SELECT FOOTER-INPUT-FILE ASSIGN DYNAMIC WS-FOOTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-FOOTER-STATUS.

          SELECT RESULTS-BOOK-FILE
              ASSIGN DYNAMIC WS-RESULTS-BOOK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-RESULTS-BOOK-STATUS.

          SELECT YEAR-CLOSE-FILE
              ASSIGN DYNAMIC WS-YCL-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-YCL-STATUS.

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

          SELECT RUN-LOCK-FILE
              ASSIGN DYNAMIC WS-RUN-LOCK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-RUN-LOCK-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD GEN-CATALOG-FILE.
          COPY "GCATREC.cpy".

       FD GEN-FINGERPRINT-FILE.
          COPY "GFPREC.cpy".

       FD FOOTER-INPUT-FILE.
          COPY "CTLREC.cpy".
          COPY "BATREC.cpy".

       FD RESULTS-BOOK-FILE.
       01 RESULTS-BOOK-RECORD     PIC X(200).

       FD YEAR-CLOSE-FILE.
          COPY "YCLREC.cpy".

       FD OPERATOR-AUTHORITY-FILE.
          COPY "OPAREC.cpy".

       FD OPERATOR-LOG-FILE.
          COPY "OPLREC.cpy".

       FD RUN-LOCK-FILE.
          COPY "LOCKREC.cpy".

       FD RUN-LEDGER-FILE.
          COPY "RUNLREC.cpy".

       WORKING-STORAGE SECTION.
      *    DSNPARM supplies WS-ENV-VALUE; EXCPARM/HDRPARM/CTLPARM
      *    carry the counters the shared run-ledger record is built
      *    from, the same arrangement as the driver's.
          COPY "DSNPARM.cpy".
          COPY "EXCPARM.cpy".
          COPY "HDRPARM.cpy".
          COPY "CTLPARM.cpy".
          COPY "RUNLPARM.cpy".
          COPY "LCKPARM.cpy".
          COPY "GCATPARM.cpy".
          COPY "OPRPARM.cpy".
          COPY "YCLPARM.cpy".
       01 WS-CLOSE-YEAR           PIC 9(4)  VALUE 2022.
       01 WS-CLOSE-ACTION         PIC X(8)  VALUE 'CLOSE'.
       01 WS-CLOSE-REASON         PIC X(60) VALUE SPACES.
       01 WS-REGISTER-ACTION      PIC X(8)  VALUE SPACES.
       01 WS-RESULTS-BOOK-DATASET PIC X(80) VALUE SPACES.
       01 WS-RESULTS-BOOK-STATUS  PIC X(2)  VALUE SPACES.
       01 WS-FOOTER-DATASET       PIC X(120) VALUE SPACES.
       01 WS-FOOTER-STATUS        PIC X(2)  VALUE SPACES.
       01 FOOTER-EOF              PIC X     VALUE 'N'.
       01 CATALOG-EOF             PIC X     VALUE 'N'.
       01 WS-CLOSE-DATE           PIC 9(8)  VALUE ZERO.
       01 WS-CLOSE-TIME           PIC 9(8)  VALUE ZERO.

      *    The whole catalog is held, sorted and rewritten the way
      *    HOUSEKEEPING-PROGRAM does it - same 1000-entry table, same
      *    overflow rule (nothing made final from a partial picture),
      *    same year-first key so rank 1 within a key is that
      *    day/part's current generation.
       01 WS-CAT-COUNT            PIC 9(4)  VALUE ZERO.
       01 WS-CAT-DROPPED          PIC 9(4)  VALUE ZERO.
       01 WS-CATALOG-TABLE.
          05 WS-CAT-ENTRY OCCURS 1000 TIMES.
             10 WS-CAT-KEY.
                15 WS-CAT-YEAR    PIC 9(4).
                15 WS-CAT-DAY     PIC 9(2).
                15 WS-CAT-PART    PIC 9(1).
             10 WS-CAT-STAMP      PIC X(16).
             10 WS-CAT-DATASET    PIC X(120).
             10 WS-CAT-FINGERPRINT.
                15 FILLER         PIC X.
                15 WS-CAT-RECORD-COUNT PIC 9(9).
                15 FILLER         PIC X.
                15 WS-CAT-CONTENT-HASH PIC 9(18).
             10 WS-CAT-FINAL      PIC X.
             10 WS-CAT-CURRENT    PIC X.
       01 WS-SWAP-ENTRY           PIC X(174).
       01 I                       PIC 9(4).
       01 J                       PIC 9(4).
       01 WS-SORTED               PIC X.
       01 WS-PREV-KEY             PIC X(7)  VALUE HIGH-VALUES.

      *    One certified day/part, as printed in the book.
       01 WS-INTEGRITY            PIC X(7)  VALUE SPACES.
       01 WS-VERDICT              PIC X(13) VALUE SPACES.
       01 WS-FTR-FOUND            PIC X     VALUE 'N'.
       01 WS-FTR-READ             PIC 9(6)  VALUE ZERO.
       01 WS-FTR-WRITTEN          PIC 9(6)  VALUE ZERO.
       01 WS-FTR-REJECTED         PIC 9(6)  VALUE ZERO.
       01 WS-FTR-ANSWER           PIC 9(15) VALUE ZERO.
       01 WS-FTR-SEVERITY         PIC X     VALUE SPACE.
       01 WS-CURRENT-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-CERTIFIED-COUNT      PIC 9(4)  VALUE ZERO.
       01 WS-FAILED-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-NOPRINT-COUNT        PIC 9(4)  VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM CHECK-RUN-LOCK.
           IF WS-LOCK-OK = 'N'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM RESOLVE-CLOSE-PARMS.
           PERFORM AUTHORIZE-CLOSE-ACTION.
           MOVE WS-CLOSE-YEAR TO WS-YCL-YEAR.
           PERFORM CHECK-YEAR-CLOSED.
           IF WS-CLOSE-ACTION = 'REOPEN'
              PERFORM REOPEN-EVENT-YEAR
              STOP RUN
           END-IF.
           IF WS-YCL-CLOSED = 'Y'
              DISPLAY 'EVENT YEAR ' WS-CLOSE-YEAR ' ALREADY CLOSED '
                 WS-YCL-LAST-DATE ' BY '
                 FUNCTION TRIM(WS-YCL-LAST-OPERATOR)
                 ' - NOTHING DONE'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-CATALOG.
           IF WS-CAT-DROPPED > ZERO
              DISPLAY 'GENERATION CATALOG EXCEEDS THE 1000-ENTRY '
                 'TABLE (' WS-CAT-DROPPED ' UNEXAMINED) - EVENT '
                 'YEAR NOT CLOSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SORT-CATALOG.
           PERFORM FIND-CURRENT-GENERATIONS.
           IF WS-CURRENT-COUNT = ZERO
              DISPLAY 'NO GENERATIONS CATALOGED FOR EVENT YEAR '
                 WS-CLOSE-YEAR ' - NOTHING TO CLOSE'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RESULTS-BOOK-FILE.
           IF WS-RESULTS-BOOK-STATUS NOT = '00'
              DISPLAY 'RESULTS BOOK NOT WRITABLE - STATUS '
                 WS-RESULTS-BOOK-STATUS ' DATASET '
                 FUNCTION TRIM(WS-RESULTS-BOOK-DATASET)
                 ' - EVENT YEAR NOT CLOSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM WRITE-BOOK-HEADER.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CAT-COUNT
              IF WS-CAT-CURRENT(I) = 'Y'
                 PERFORM CERTIFY-ONE-GENERATION
                 PERFORM WRITE-BOOK-LINE
              END-IF
           END-PERFORM.
           PERFORM WRITE-BOOK-TRAILER.
           CLOSE RESULTS-BOOK-FILE.
      *    One uncertified generation means the book cannot stand
      *    for the year - nothing is frozen, so the operator can put
      *    the generation right (rerun, restore) and close again.
           IF WS-FAILED-COUNT > ZERO
              DISPLAY 'EVENT YEAR ' WS-CLOSE-YEAR ' NOT CLOSED - '
                 WS-FAILED-COUNT ' GENERATIONS FAILED '
                 'CERTIFICATION, SEE '
                 FUNCTION TRIM(WS-RESULTS-BOOK-DATASET)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    The register first: a close that cannot be recorded must
      *    not leave generations final behind a year still open.
           MOVE 'CLOSED' TO WS-REGISTER-ACTION.
           PERFORM WRITE-YEAR-CLOSE-RECORD.
           IF RETURN-CODE >= 8
              DISPLAY 'EVENT YEAR ' WS-CLOSE-YEAR ' NOT CLOSED - '
                 'NOTHING MADE FINAL'
              STOP RUN
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CAT-COUNT
              IF WS-CAT-CURRENT(I) = 'Y'
                 MOVE 'F' TO WS-CAT-FINAL(I)
              END-IF
           END-PERFORM.
           PERFORM REWRITE-CATALOG.
           MOVE WS-CURRENT-COUNT TO WS-RECORDS-READ.
           MOVE WS-CERTIFIED-COUNT TO WS-RECORDS-WRITTEN.
           MOVE WS-GENCAT-DATASET TO WS-INPUT-DATASET.
           MOVE WS-RESULTS-BOOK-DATASET TO WS-OUTPUT-DATASET.
           MOVE SPACES TO WS-REJECT-DATASET.
           MOVE 'YEAR-CLOSE-PROGRAM' TO WS-LEDGER-PROGRAM.
           PERFORM WRITE-RUN-LEDGER.
           DISPLAY 'EVENT YEAR ' WS-CLOSE-YEAR ' CLOSED - '
              WS-CERTIFIED-COUNT ' GENERATIONS CERTIFIED FINAL, '
              'RESULTS BOOK '
              FUNCTION TRIM(WS-RESULTS-BOOK-DATASET).
           STOP RUN.

      **----------------------------------------------------------------
      *    Event year, action, reason and datasets, resolved from the
      *    environment with compiled-in defaults. The results book
      *    defaults to a per-year name so closing one year never
      *    overwrites another year's certified book.
      **----------------------------------------------------------------
       RESOLVE-CLOSE-PARMS.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'EVENT_YEAR'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              COMPUTE WS-CLOSE-YEAR = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'YEAR_CLOSE_ACTION'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE FUNCTION UPPER-CASE(WS-ENV-VALUE)
                 TO WS-CLOSE-ACTION
           END-IF.
           IF WS-CLOSE-ACTION NOT = 'REOPEN'
              MOVE 'CLOSE' TO WS-CLOSE-ACTION
           END-IF.
           ACCEPT WS-CLOSE-REASON FROM ENVIRONMENT
              'YEAR_CLOSE_REASON'.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEN_CATALOG_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-GENCAT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'RESULTS_BOOK_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-RESULTS-BOOK-DATASET
           ELSE
              STRING 'resultsbook.' DELIMITED BY SIZE
                     WS-CLOSE-YEAR DELIMITED BY SIZE
                     '.txt' DELIMITED BY SIZE
                 INTO WS-RESULTS-BOOK-DATASET
           END-IF.

      **----------------------------------------------------------------
      *    Sign on and check the function the action needs. Both
      *    refusals are already on the security log (OPRCHECK.cpy),
      *    so all that is left is to stop.
      **----------------------------------------------------------------
       AUTHORIZE-CLOSE-ACTION.
           MOVE 'YEAR-CLOSE-PROGRAM' TO WS-OPR-PROGRAM.
           PERFORM SIGN-ON-OPERATOR.
           IF WS-CLOSE-ACTION = 'REOPEN'
              MOVE 'YRREOPEN' TO WS-OPR-FUNCTION
           ELSE
              MOVE 'YRCLOSE' TO WS-OPR-FUNCTION
           END-IF.
           MOVE SPACES TO WS-OPR-DETAIL.
           STRING FUNCTION TRIM(WS-CLOSE-ACTION) DELIMITED BY SIZE
                  ' EVENT YEAR ' DELIMITED BY SIZE
                  WS-CLOSE-YEAR DELIMITED BY SIZE
              INTO WS-OPR-DETAIL.
           PERFORM CHECK-OPERATOR-FUNCTION.
           IF WS-OPR-AUTHORIZED NOT EQUAL 'Y'
              DISPLAY 'OPERATOR ' FUNCTION TRIM(WS-OPERATOR-ID)
                 ' NOT AUTHORIZED TO ' FUNCTION TRIM(WS-CLOSE-ACTION)
                 ' EVENT YEAR ' WS-CLOSE-YEAR ' - NOTHING DONE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      **----------------------------------------------------------------
      *    An authorised reopen: the register's REOPENED record is
      *    what lifts the refusal in the driver, repair and elf-master
      *    maintenance. The final flags stay on the catalog - the
      *    book already printed still has to be reproducible.
      **----------------------------------------------------------------
       REOPEN-EVENT-YEAR.
           IF WS-YCL-CLOSED NOT = 'Y'
              DISPLAY 'EVENT YEAR ' WS-CLOSE-YEAR ' IS NOT CLOSED - '
                 'NOTHING TO REOPEN'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'REOPENED' TO WS-REGISTER-ACTION
              MOVE SPACES TO WS-RESULTS-BOOK-DATASET
              PERFORM WRITE-YEAR-CLOSE-RECORD
              MOVE WS-YCL-DATASET TO WS-INPUT-DATASET
              MOVE 'EVENT YEAR REOPENED' TO WS-OUTPUT-DATASET
              MOVE SPACES TO WS-REJECT-DATASET
              MOVE 'YEAR-CLOSE-PROGRAM' TO WS-LEDGER-PROGRAM
              PERFORM WRITE-RUN-LEDGER
              DISPLAY 'EVENT YEAR ' WS-CLOSE-YEAR ' REOPENED BY '
                 FUNCTION TRIM(WS-OPERATOR-ID)
           END-IF.

      **----------------------------------------------------------------
      *    Read the whole catalog into the table. A missing catalog
      *    simply leaves the table empty - the caller reports it as
      *    nothing to close.
      **----------------------------------------------------------------
       LOAD-CATALOG.
           OPEN INPUT GEN-CATALOG-FILE.
           IF WS-GENCAT-STATUS = '00'
              PERFORM UNTIL CATALOG-EOF = 'Y'
                  READ GEN-CATALOG-FILE
                      AT END
                          MOVE 'Y' TO CATALOG-EOF
                      NOT AT END
                          PERFORM LOAD-CATALOG-ENTRY
                  END-READ
              END-PERFORM
              CLOSE GEN-CATALOG-FILE
           END-IF.

       LOAD-CATALOG-ENTRY.
           IF WS-CAT-COUNT < 1000
              ADD 1 TO WS-CAT-COUNT
              MOVE GCT-YEAR TO WS-CAT-YEAR(WS-CAT-COUNT)
              MOVE GCT-DAY TO WS-CAT-DAY(WS-CAT-COUNT)
              MOVE GCT-PART TO WS-CAT-PART(WS-CAT-COUNT)
              MOVE GCT-RUN-DATE TO
                 WS-CAT-STAMP(WS-CAT-COUNT)(1:8)
              MOVE GCT-RUN-TIME TO
                 WS-CAT-STAMP(WS-CAT-COUNT)(9:8)
              MOVE GCT-DATASET-NAME TO WS-CAT-DATASET(WS-CAT-COUNT)
              MOVE GCT-FINGERPRINT TO
                 WS-CAT-FINGERPRINT(WS-CAT-COUNT)
              MOVE GCT-FINAL TO WS-CAT-FINAL(WS-CAT-COUNT)
              MOVE 'N' TO WS-CAT-CURRENT(WS-CAT-COUNT)
           ELSE
              ADD 1 TO WS-CAT-DROPPED
           END-IF.

      **----------------------------------------------------------------
      *    Puzzle key ascending, newest stamp first within a key -
      *    the housekeeping order, so the first entry of each key is
      *    the generation the dashboard resolves as CURRENT.
      **----------------------------------------------------------------
       SORT-CATALOG.
           MOVE 'N' TO WS-SORTED.
           PERFORM UNTIL WS-SORTED = 'Y'
              MOVE 'Y' TO WS-SORTED
              PERFORM VARYING I FROM 1 BY 1
                 UNTIL I >= WS-CAT-COUNT
                 COMPUTE J = I + 1
                 IF WS-CAT-KEY(I) > WS-CAT-KEY(J)
                    OR (WS-CAT-KEY(I) = WS-CAT-KEY(J)
                        AND WS-CAT-STAMP(I) < WS-CAT-STAMP(J))
                    MOVE WS-CAT-ENTRY(I) TO WS-SWAP-ENTRY
                    MOVE WS-CAT-ENTRY(J) TO WS-CAT-ENTRY(I)
                    MOVE WS-SWAP-ENTRY TO WS-CAT-ENTRY(J)
                    MOVE 'N' TO WS-SORTED
                 END-IF
              END-PERFORM
           END-PERFORM.

       FIND-CURRENT-GENERATIONS.
           MOVE HIGH-VALUES TO WS-PREV-KEY.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CAT-COUNT
              IF WS-CAT-KEY(I) NOT EQUAL WS-PREV-KEY
                 MOVE WS-CAT-KEY(I) TO WS-PREV-KEY
                 IF WS-CAT-YEAR(I) = WS-CLOSE-YEAR
                    MOVE 'Y' TO WS-CAT-CURRENT(I)
                    ADD 1 TO WS-CURRENT-COUNT
                 END-IF
              END-IF
           END-PERFORM.

      **----------------------------------------------------------------
      *    Certify one current generation: the file must still be the
      *    one its program cataloged (the integrity sweep's test) and
      *    must carry a control footer to take the answer, totals and
      *    severity from. An entry cataloged before fingerprints
      *    existed cannot be proved either way - the sweep reports
      *    those and refuses nothing, and so does the close; the book
      *    shows it NOPRINT so the reader knows what was checked.
      **----------------------------------------------------------------
       CERTIFY-ONE-GENERATION.
           MOVE WS-CAT-DATASET(I) TO WS-GFP-DATASET.
           PERFORM FINGERPRINT-GENERATION.
           EVALUATE TRUE
              WHEN WS-GFP-FOUND = 'N'
                 MOVE 'MISSING' TO WS-INTEGRITY
              WHEN WS-CAT-RECORD-COUNT(I) IS NOT NUMERIC
                 OR WS-CAT-CONTENT-HASH(I) IS NOT NUMERIC
                 MOVE 'NOPRINT' TO WS-INTEGRITY
                 ADD 1 TO WS-NOPRINT-COUNT
              WHEN WS-CAT-RECORD-COUNT(I) = WS-GFP-RECORD-COUNT
                 AND WS-CAT-CONTENT-HASH(I) = WS-GFP-HASH
                 MOVE 'INTACT' TO WS-INTEGRITY
              WHEN OTHER
                 MOVE 'ALTERED' TO WS-INTEGRITY
           END-EVALUATE.
           PERFORM READ-GENERATION-FOOTER.
           EVALUATE TRUE
              WHEN WS-INTEGRITY = 'MISSING'
                 OR WS-INTEGRITY = 'ALTERED'
                 MOVE 'NOT CERTIFIED' TO WS-VERDICT
                 ADD 1 TO WS-FAILED-COUNT
              WHEN WS-FTR-FOUND = 'N'
                 MOVE 'NO FOOTER' TO WS-VERDICT
                 ADD 1 TO WS-FAILED-COUNT
              WHEN OTHER
                 MOVE 'CERTIFIED' TO WS-VERDICT
                 ADD 1 TO WS-CERTIFIED-COUNT
           END-EVALUATE.

      *    The last FTR record is the run's own closing footer.
       READ-GENERATION-FOOTER.
           MOVE 'N' TO WS-FTR-FOUND.
           MOVE ZERO TO WS-FTR-READ WS-FTR-WRITTEN WS-FTR-REJECTED
              WS-FTR-ANSWER.
           MOVE SPACE TO WS-FTR-SEVERITY.
           MOVE WS-CAT-DATASET(I) TO WS-FOOTER-DATASET.
           MOVE 'N' TO FOOTER-EOF.
           OPEN INPUT FOOTER-INPUT-FILE.
           IF WS-FOOTER-STATUS = '00'
              PERFORM UNTIL FOOTER-EOF = 'Y'
                  READ FOOTER-INPUT-FILE
                      AT END
                          MOVE 'Y' TO FOOTER-EOF
                      NOT AT END
                          IF FTR-LABEL = 'FTR'
                             MOVE 'Y' TO WS-FTR-FOUND
                             MOVE FTR-RECORDS-READ TO WS-FTR-READ
                             MOVE FTR-RECORDS-WRITTEN
                                TO WS-FTR-WRITTEN
                             MOVE FTR-RECORDS-REJECTED
                                TO WS-FTR-REJECTED
                             MOVE FTR-FINAL-ANSWER TO WS-FTR-ANSWER
                             MOVE FTR-SEVERITY TO WS-FTR-SEVERITY
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FOOTER-INPUT-FILE
           END-IF.

      **----------------------------------------------------------------
      *    The results book: a header naming the year, the operator
      *    and the reason, one line per day/part, and a trailer that
      *    says in so many words whether the book is certified.
      **----------------------------------------------------------------
       WRITE-BOOK-HEADER.
           ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOSE-TIME FROM TIME.
           MOVE SPACES TO RESULTS-BOOK-RECORD.
           STRING 'CERTIFIED RESULTS BOOK - EVENT YEAR '
                     DELIMITED BY SIZE
                  WS-CLOSE-YEAR DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-CLOSE-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CLOSE-TIME DELIMITED BY SIZE
                  ' OPERATOR ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
              INTO RESULTS-BOOK-RECORD.
           WRITE RESULTS-BOOK-RECORD.
           IF WS-CLOSE-REASON NOT EQUAL SPACES
              MOVE SPACES TO RESULTS-BOOK-RECORD
              STRING 'REASON: ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CLOSE-REASON) DELIMITED BY SIZE
                 INTO RESULTS-BOOK-RECORD
              WRITE RESULTS-BOOK-RECORD
           END-IF.
           MOVE SPACES TO RESULTS-BOOK-RECORD.
           STRING 'DY P ANSWER          READ   WRITE  REJECT '
                     DELIMITED BY SIZE
                  'S INTEGR  VERDICT       GENERATION'
                     DELIMITED BY SIZE
              INTO RESULTS-BOOK-RECORD.
           WRITE RESULTS-BOOK-RECORD.

       WRITE-BOOK-LINE.
           MOVE SPACES TO RESULTS-BOOK-RECORD.
           STRING WS-CAT-DAY(I) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CAT-PART(I) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FTR-ANSWER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FTR-READ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FTR-WRITTEN DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FTR-REJECTED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FTR-SEVERITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-INTEGRITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VERDICT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAT-DATASET(I)) DELIMITED BY SIZE
              INTO RESULTS-BOOK-RECORD.
           WRITE RESULTS-BOOK-RECORD.

       WRITE-BOOK-TRAILER.
           MOVE SPACES TO RESULTS-BOOK-RECORD.
           STRING 'DAY/PARTS ' DELIMITED BY SIZE
                  WS-CURRENT-COUNT DELIMITED BY SIZE
                  ' CERTIFIED ' DELIMITED BY SIZE
                  WS-CERTIFIED-COUNT DELIMITED BY SIZE
                  ' FAILED ' DELIMITED BY SIZE
                  WS-FAILED-COUNT DELIMITED BY SIZE
                  ' NOPRINT ' DELIMITED BY SIZE
                  WS-NOPRINT-COUNT DELIMITED BY SIZE
              INTO RESULTS-BOOK-RECORD.
           WRITE RESULTS-BOOK-RECORD.
           MOVE SPACES TO RESULTS-BOOK-RECORD.
           IF WS-FAILED-COUNT = ZERO
              STRING 'BOOK CERTIFIED - EVENT YEAR ' DELIMITED BY SIZE
                     WS-CLOSE-YEAR DELIMITED BY SIZE
                     ' CLOSED, GENERATIONS ABOVE CATALOGED FINAL'
                        DELIMITED BY SIZE
                 INTO RESULTS-BOOK-RECORD
           ELSE
              STRING 'BOOK NOT CERTIFIED - EVENT YEAR '
                        DELIMITED BY SIZE
                     WS-CLOSE-YEAR DELIMITED BY SIZE
                     ' LEFT OPEN, NOTHING MADE FINAL'
                        DELIMITED BY SIZE
                 INTO RESULTS-BOOK-RECORD
           END-IF.
           WRITE RESULTS-BOOK-RECORD.

      **----------------------------------------------------------------
      *    Rewrite the whole catalog with the final flags set - every
      *    other field carried through untouched, every entry kept.
      **----------------------------------------------------------------
       REWRITE-CATALOG.
           OPEN OUTPUT GEN-CATALOG-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CAT-COUNT
              MOVE WS-CAT-YEAR(I) TO GCT-YEAR
              MOVE SPACE TO GCT-SEP-0
              MOVE WS-CAT-DAY(I) TO GCT-DAY
              MOVE SPACE TO GCT-SEP-1
              MOVE WS-CAT-PART(I) TO GCT-PART
              MOVE SPACE TO GCT-SEP-2
              MOVE WS-CAT-STAMP(I)(1:8) TO GCT-RUN-DATE
              MOVE SPACE TO GCT-SEP-3
              MOVE WS-CAT-STAMP(I)(9:8) TO GCT-RUN-TIME
              MOVE SPACE TO GCT-SEP-4
              MOVE WS-CAT-DATASET(I) TO GCT-DATASET-NAME
              MOVE WS-CAT-FINGERPRINT(I) TO GCT-FINGERPRINT
              MOVE SPACE TO GCT-SEP-7
              MOVE WS-CAT-FINAL(I) TO GCT-FINAL
              WRITE GENERATION-CATALOG-RECORD
           END-PERFORM.
           CLOSE GEN-CATALOG-FILE.

      **----------------------------------------------------------------
      *    Append to the year-close register, the run ledger's
      *    status-35 create-on-first-run rule. The caller has set
      *    WS-REGISTER-ACTION; a reopen certifies nothing, so its
      *    final count is zero.
      **----------------------------------------------------------------
       WRITE-YEAR-CLOSE-RECORD.
           OPEN EXTEND YEAR-CLOSE-FILE.
           IF WS-YCL-STATUS = '35'
              OPEN OUTPUT YEAR-CLOSE-FILE
           END-IF.
           IF WS-YCL-STATUS = '00' OR WS-YCL-STATUS = '05'
              MOVE WS-CLOSE-YEAR TO YCL-YEAR
              MOVE SPACE TO YCL-SEP-1
              MOVE WS-REGISTER-ACTION TO YCL-ACTION
              MOVE SPACE TO YCL-SEP-2
              ACCEPT YCL-DATE FROM DATE YYYYMMDD
              MOVE SPACE TO YCL-SEP-3
              ACCEPT YCL-TIME FROM TIME
              MOVE SPACE TO YCL-SEP-4
              MOVE WS-OPERATOR-ID TO YCL-OPERATOR-ID
              MOVE SPACE TO YCL-SEP-5
              MOVE WS-CERTIFIED-COUNT TO YCL-FINAL-COUNT
              MOVE SPACE TO YCL-SEP-6
              MOVE WS-RESULTS-BOOK-DATASET TO YCL-BOOK-DATASET
              MOVE SPACE TO YCL-SEP-7
              MOVE WS-CLOSE-REASON TO YCL-REASON
              WRITE YEAR-CLOSE-RECORD
              CLOSE YEAR-CLOSE-FILE
           ELSE
              DISPLAY 'YEAR-CLOSE REGISTER NOT WRITABLE - STATUS '
                 WS-YCL-STATUS ' DATASET '
                 FUNCTION TRIM(WS-YCL-DATASET)
              MOVE 8 TO RETURN-CODE
           END-IF.

      **----------------------------------------------------------------
          COPY "GFPCALC.cpy".
          COPY "YCLCHECK.cpy".
          COPY "OPRCHECK.cpy".
          COPY "LCKCHECK.cpy".
          COPY "RUNLWRIT.cpy".
