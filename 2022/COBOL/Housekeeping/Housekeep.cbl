      **  Generation-catalog housekeeping. The suffix-stamping         *
      **  programs register every OUTPUT-FILE generation they create   *
      **  in the shared catalog (GCATREC.cpy, written by GCATWRIT.cpy  *
      **  once each generation is closed); this program reads          *
      **  that catalog back and does the two jobs an operator used to  *
      **  do by hand off SYSOUT:                                       *
      **    1. resolve the newest and second-newest generation per     *
      **       CURRENT/PRIOR pair always survives), logging every      *
      **       purged file to the housekeeping report and rewriting    *
      **       the catalog to hold only what is still on disk.         *
      **  A generation a year-end close certified (GCT-FINAL, set by   *
      **  YEAR-CLOSE-PROGRAM) is never purged, however far past the    *
      **  retention count it ages - it is logged FINAL and kept.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                15 WS-CAT-PART   PIC 9(1).
             10 WS-CAT-STAMP     PIC X(16).
             10 WS-CAT-DATASET   PIC X(120).
      *       Carried through untouched so the rewrite keeps each
      *       entry's fingerprint for the integrity sweep.
             10 WS-CAT-FINGERPRINT PIC X(29).
             10 WS-CAT-FINAL     PIC X.
             10 WS-CAT-KEEP      PIC X.
       01 WS-SWAP-ENTRY          PIC X(174).

       01 I                      PIC 9(4).
       01 J                      PIC 9(4).
       01 WS-DELETE-RC           PIC S9(9) BINARY VALUE ZERO.
       01 WS-PURGE-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-FAIL-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-FINAL-KEPT-COUNT    PIC 9(4)  VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM CHECK-RUN-LOCK.
              MOVE GCT-RUN-TIME TO
                 WS-CAT-STAMP(WS-CAT-COUNT)(9:8)
              MOVE GCT-DATASET-NAME TO WS-CAT-DATASET(WS-CAT-COUNT)
              MOVE GCT-FINGERPRINT TO
                 WS-CAT-FINGERPRINT(WS-CAT-COUNT)
              MOVE GCT-FINAL TO WS-CAT-FINAL(WS-CAT-COUNT)
              MOVE 'Y' TO WS-CAT-KEEP(WS-CAT-COUNT)
           ELSE
              ADD 1 TO WS-CAT-DROPPED
      **----------------------------------------------------------------
      *    Walk the sorted table: rank 1 within a key is the newest
      *    generation (CURRENT), rank 2 the second-newest (PRIOR), and
      *    anything ranked past the retention count is purged -
      *    unless a year-end close made it final.
      **----------------------------------------------------------------
       PROCESS-CATALOG.
           MOVE HIGH-VALUES TO WS-PREV-KEY.
                       PERFORM WRITE-PRIOR-LINE
                    END-IF
                 WHEN WS-KEY-RANK > WS-RETENTION-COUNT
                    IF WS-CAT-FINAL(I) = 'F'
                       PERFORM KEEP-FINAL-GENERATION
                    ELSE
                       PERFORM PURGE-GENERATION
                    END-IF
              END-EVALUATE
           END-PERFORM.

           END-IF.
           WRITE REPORT-RECORD.

      *    A closed year's certified generation stays on disk and in
      *    the catalog for good; the log line shows the retention
      *    rule was waived on purpose, not missed.
       KEEP-FINAL-GENERATION.
           ADD 1 TO WS-FINAL-KEPT-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'FINAL   ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAT-DATASET(I))
                     DELIMITED BY SIZE
                  ' (YEAR ' DELIMITED BY SIZE
                  WS-CAT-YEAR(I) DELIMITED BY SIZE
                  ' CLOSED - KEPT)' DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'GENERATIONS CATALOGED ' DELIMITED BY SIZE
                  WS-PURGE-COUNT DELIMITED BY SIZE
                  ' RETENTION ' DELIMITED BY SIZE
                  WS-RETENTION-COUNT DELIMITED BY SIZE
                  ' FINAL KEPT ' DELIMITED BY SIZE
                  WS-FINAL-KEPT-COUNT DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

                 MOVE WS-CAT-STAMP(I)(9:8) TO GCT-RUN-TIME
                 MOVE SPACE TO GCT-SEP-4
                 MOVE WS-CAT-DATASET(I) TO GCT-DATASET-NAME
                 MOVE WS-CAT-FINGERPRINT(I) TO GCT-FINGERPRINT
                 MOVE SPACE TO GCT-SEP-7
                 MOVE WS-CAT-FINAL(I) TO GCT-FINAL
                 WRITE GENERATION-CATALOG-RECORD
              END-IF
           END-PERFORM.
