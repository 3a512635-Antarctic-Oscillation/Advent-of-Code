      ******************************************************************
      **                IDENTIFICATION DIVISION                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-INTEGRITY-SWEEP-PROGRAM.

      ******************************************************************
      **  Nightly generation integrity sweep. Every generation is      *
      **  cataloged with the record count and content hash it had      *
      **  when its program closed it (GCATWRIT.cpy); the orphan        *
      **  reconciliation only proves the file still exists, so a       *
      **  generation truncated, hand-edited or copied over afterwards  *
      **  still passed. This program re-reads every live catalog       *
      **  entry through the same fingerprint code (GFPCALC.cpy) and    *
      **  reports each one:                                            *
      **    INTACT  - count and hash match the catalog;                *
      **    ALTERED - the file is there but its count or hash moved;   *
      **    MISSING - the cataloged file is gone;                      *
      **    NOPRINT - cataloged before fingerprints were recorded.     *
      **  The verdicts are written to the integrity dataset            *
      **  (GINREC.cpy), rebuilt whole each run so it always holds the  *
      **  last sweep, and EXTRACT-PROGRAM, COMPARE-PROGRAM,            *
      **  MOVEMENT-PROGRAM and DASHBOARD-PROGRAM refuse any            *
      **  generation it marks ALTERED (GINCHECK.cpy). Return code 8    *
      **  on any ALTERED generation, 4 when the worst is MISSING.      *
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

          SELECT GEN-INTEGRITY-FILE
              ASSIGN DYNAMIC WS-GEN-INTEGRITY-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GEN-INTEGRITY-STATUS.

          SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GEN-CATALOG-FILE.
          COPY "GCATREC.cpy".

       FD GEN-FINGERPRINT-FILE.
          COPY "GFPREC.cpy".

       FD GEN-INTEGRITY-FILE.
          COPY "GINREC.cpy".

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
          COPY "GCATPARM.cpy".
          COPY "GINPARM.cpy".
       01 WS-REPORT-DATASET       PIC X(80) VALUE 'gensweep.txt'.
       01 WS-ENV-VALUE            PIC X(80).
       01 CATALOG-EOF             PIC X     VALUE 'N'.
       01 WS-SWEEP-DATE           PIC 9(8)  VALUE ZERO.
       01 WS-SWEEP-TIME           PIC 9(8)  VALUE ZERO.
       01 WS-VERDICT              PIC X(7)  VALUE SPACES.

       01 WS-CATALOG-COUNT        PIC 9(6)  VALUE ZERO.
       01 WS-INTACT-COUNT         PIC 9(6)  VALUE ZERO.
       01 WS-ALTERED-COUNT        PIC 9(6)  VALUE ZERO.
       01 WS-MISSING-COUNT        PIC 9(6)  VALUE ZERO.
       01 WS-NOPRINT-COUNT        PIC 9(6)  VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-SWEEP-PARMS.
           OPEN INPUT GEN-CATALOG-FILE.
           IF WS-GENCAT-STATUS NOT EQUAL '00'
              DISPLAY 'GENERATION CATALOG EMPTY OR MISSING - STATUS '
                 WS-GENCAT-STATUS ' - NOTHING TO SWEEP'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT WS-SWEEP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SWEEP-TIME FROM TIME.
           OPEN OUTPUT GEN-INTEGRITY-FILE
                OUTPUT REPORT-FILE.
           PERFORM WRITE-SWEEP-HEADER.
           PERFORM UNTIL CATALOG-EOF = 'Y'
               READ GEN-CATALOG-FILE
                   AT END
                       MOVE 'Y' TO CATALOG-EOF
                   NOT AT END
                       PERFORM SWEEP-ONE-GENERATION
               END-READ
           END-PERFORM.
           CLOSE GEN-CATALOG-FILE.
           PERFORM WRITE-SWEEP-SUMMARY.
           CLOSE GEN-INTEGRITY-FILE
                 REPORT-FILE.
           DISPLAY WS-CATALOG-COUNT ' GENERATIONS SWEPT - '
              WS-INTACT-COUNT ' INTACT, ' WS-ALTERED-COUNT
              ' ALTERED, ' WS-MISSING-COUNT ' MISSING, '
              WS-NOPRINT-COUNT ' NOPRINT - SEE '
              FUNCTION TRIM(WS-REPORT-DATASET).
           EVALUATE TRUE
              WHEN WS-ALTERED-COUNT > ZERO
                 MOVE 8 TO RETURN-CODE
              WHEN WS-MISSING-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      **----------------------------------------------------------------
       RESOLVE-SWEEP-PARMS.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEN_CATALOG_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-GENCAT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'GEN_INTEGRITY_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-GEN-INTEGRITY-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'GEN_SWEEP_REPORT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-REPORT-DATASET
           END-IF.

      **----------------------------------------------------------------
      *    Re-fingerprint one catalog entry and compare. An entry with
      *    a blank count predates the fingerprint and cannot be judged
      *    either way - it is reported, never refused.
      **----------------------------------------------------------------
       SWEEP-ONE-GENERATION.
           ADD 1 TO WS-CATALOG-COUNT.
           MOVE GCT-DATASET-NAME TO WS-GFP-DATASET.
           PERFORM FINGERPRINT-GENERATION.
           EVALUATE TRUE
              WHEN WS-GFP-FOUND = 'N'
                 MOVE 'MISSING' TO WS-VERDICT
                 ADD 1 TO WS-MISSING-COUNT
              WHEN GCT-RECORD-COUNT IS NOT NUMERIC
                 OR GCT-CONTENT-HASH IS NOT NUMERIC
                 MOVE 'NOPRINT' TO WS-VERDICT
                 ADD 1 TO WS-NOPRINT-COUNT
              WHEN GCT-RECORD-COUNT = WS-GFP-RECORD-COUNT
                 AND GCT-CONTENT-HASH = WS-GFP-HASH
                 MOVE 'INTACT' TO WS-VERDICT
                 ADD 1 TO WS-INTACT-COUNT
              WHEN OTHER
                 MOVE 'ALTERED' TO WS-VERDICT
                 ADD 1 TO WS-ALTERED-COUNT
           END-EVALUATE.
           PERFORM WRITE-INTEGRITY-RECORD.
           PERFORM WRITE-SWEEP-LINE.

       WRITE-INTEGRITY-RECORD.
           MOVE WS-VERDICT TO GIR-STATUS.
           MOVE SPACE TO GIR-SEP-1.
           MOVE GCT-YEAR TO GIR-YEAR.
           MOVE SPACE TO GIR-SEP-2.
           MOVE GCT-DAY TO GIR-DAY.
           MOVE SPACE TO GIR-SEP-3.
           MOVE GCT-PART TO GIR-PART.
           MOVE SPACE TO GIR-SEP-4.
           MOVE WS-SWEEP-DATE TO GIR-SWEEP-DATE.
           MOVE SPACE TO GIR-SEP-5.
           MOVE WS-SWEEP-TIME TO GIR-SWEEP-TIME.
           MOVE SPACE TO GIR-SEP-6.
           IF GCT-RECORD-COUNT IS NUMERIC
              MOVE GCT-RECORD-COUNT TO GIR-CATALOG-COUNT
           ELSE
              MOVE ZERO TO GIR-CATALOG-COUNT
           END-IF.
           MOVE SPACE TO GIR-SEP-7.
           MOVE WS-GFP-RECORD-COUNT TO GIR-FOUND-COUNT.
           MOVE SPACE TO GIR-SEP-8.
           MOVE GCT-DATASET-NAME TO GIR-DATASET-NAME.
           WRITE GEN-INTEGRITY-RECORD.

      **----------------------------------------------------------------
      *    Report line: verdict, puzzle, counts, and for an ALTERED
      *    generation whose count still matches, a note that only the
      *    content moved - the case a bare record count never caught.
      **----------------------------------------------------------------
       WRITE-SWEEP-HEADER.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'GENERATION INTEGRITY SWEEP ' DELIMITED BY SIZE
                  WS-SWEEP-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SWEEP-TIME DELIMITED BY SIZE
                  ' CATALOG ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GENCAT-DATASET) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'VERDICT YEAR DY P CATALOGED FOUND     DATASET'
              TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-SWEEP-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING GIR-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GIR-YEAR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GIR-DAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GIR-PART DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GIR-CATALOG-COUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GIR-FOUND-COUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(GIR-DATASET-NAME) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-VERDICT = 'ALTERED'
              AND GCT-RECORD-COUNT = WS-GFP-RECORD-COUNT
              MOVE '        RECORD COUNT UNCHANGED - CONTENT DIFFERS'
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

       WRITE-SWEEP-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'GENERATIONS SWEPT ' DELIMITED BY SIZE
                  WS-CATALOG-COUNT DELIMITED BY SIZE
                  ' INTACT ' DELIMITED BY SIZE
                  WS-INTACT-COUNT DELIMITED BY SIZE
                  ' ALTERED ' DELIMITED BY SIZE
                  WS-ALTERED-COUNT DELIMITED BY SIZE
                  ' MISSING ' DELIMITED BY SIZE
                  WS-MISSING-COUNT DELIMITED BY SIZE
                  ' NOPRINT ' DELIMITED BY SIZE
                  WS-NOPRINT-COUNT DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      **----------------------------------------------------------------
          COPY "GFPCALC.cpy".
