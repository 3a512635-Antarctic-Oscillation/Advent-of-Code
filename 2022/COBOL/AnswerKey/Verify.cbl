      ******************************************************************
      **                IDENTIFICATION DIVISION                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANSWER-VERIFY-PROGRAM.

      ******************************************************************
      **  Post-cycle answer verification. For the event year, takes    *
      **  the newest cataloged generation of every puzzle (the same    *
      **  newest-by-stamp rule the housekeeping resolution and the     *
      **  driver's archive linking apply - the cycle that just ran     *
      **  wrote the newest entry for each of its puzzles), reads the   *
      **  answer it published, and looks that year/day/part up on the  *
      **  accepted-answer key (AKMREC.cpy):                            *
      **    MATCH    - the published answer is the accepted one;       *
      **    MISMATCH - the key holds a different accepted answer;      *
      **    NO KEY   - no accepted answer has been keyed yet.          *
      **  The published answer is the generation's TOP record where    *
      **  it carries one (Day 5's letter string), else the control     *
      **  footer's FTR-FINAL-ANSWER. Any MISMATCH ends the step with   *
      **  return code 8, so a code or feed change that quietly moves   *
      **  an already-accepted answer is caught the same night; NO KEY  *
      **  alone is reported but leaves the return code at zero.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT GEN-CATALOG-FILE
              ASSIGN DYNAMIC WS-GENCAT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GENCAT-STATUS.

          SELECT GENERATION-FILE ASSIGN DYNAMIC WS-GENERATION-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GENERATION-STATUS.

          SELECT ANSWER-KEY-FILE
              ASSIGN DYNAMIC WS-ANSWER-KEY-DATASET
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS AKM-KEY
              FILE STATUS IS WS-ANSWER-KEY-STATUS.

          SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GEN-CATALOG-FILE.
          COPY "GCATREC.cpy".

      *    Every record shape a puzzle generation can carry that this
      *    program reads: the footer, Day 5's TOP answer record, and
      *    BATREC.cpy's batch-total record, which sets the FD's width
      *    so a wider record is never split across reads (RECLAY.cpy).
       FD GENERATION-FILE.
          COPY "CTLREC.cpy".
          COPY "BATREC.cpy".
       01 TOP-ANSWER-RECORD.
          05 TOP-LABEL           PIC X(3).
          05 TOP-SEP-1           PIC X.
          05 TOP-CRATES-IN       PIC X(9).

       FD ANSWER-KEY-FILE.
          COPY "AKMREC.cpy".

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(160).

       WORKING-STORAGE SECTION.
          COPY "GCATPARM.cpy".
       01 WS-GENERATION-DATASET   PIC X(120) VALUE SPACES.
       01 WS-GENERATION-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-ANSWER-KEY-DATASET   PIC X(80) VALUE 'answerkey.dat'.
       01 WS-ANSWER-KEY-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-REPORT-DATASET       PIC X(80) VALUE 'answerverify.txt'.
       01 WS-ENV-VALUE            PIC X(80).
       01 CATALOG-EOF             PIC X     VALUE 'N'.
       01 GENERATION-EOF          PIC X     VALUE 'N'.
       01 WS-KEY-OPEN             PIC X     VALUE 'N'.
       01 WS-EVENT-YEAR           PIC 9(4)  VALUE 2022.

      *    Newest cataloged generation per day/part for the year.
       01 WS-NEWEST-TABLE.
          05 WS-NEW-DAY OCCURS 25 TIMES.
             10 WS-NEW-PART OCCURS 2 TIMES.
                15 WS-NEW-STAMP   PIC X(16).
                15 WS-NEW-NAME    PIC X(120).
       01 WS-THIS-STAMP           PIC X(16) VALUE SPACES.

      *    The answer one generation published, and how it compared.
       01 WS-PUB-FOUND            PIC X     VALUE 'N'.
       01 WS-PUB-ANSWER           PIC 9(15) VALUE ZERO.
       01 WS-PUB-TOP              PIC X(9)  VALUE SPACES.
       01 WS-PUB-TEXT             PIC X(20) VALUE SPACES.
       01 WS-KEY-TEXT             PIC X(20) VALUE SPACES.
       01 WS-KEY-NUMBER           PIC 9(15) VALUE ZERO.
       01 WS-VERDICT              PIC X(8)  VALUE SPACES.
       01 WS-STEP-LABEL           PIC X(8)  VALUE SPACES.
       01 WS-DAY-EDIT             PIC Z9.

       01 WS-CHECKED-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-MATCH-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-MISMATCH-COUNT       PIC 9(3)  VALUE ZERO.
       01 WS-NOKEY-COUNT          PIC 9(3)  VALUE ZERO.
       01 D                       PIC 9(2).
       01 P                       PIC 9(1).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-VERIFY-PARMS.
           PERFORM LOAD-NEWEST-GENERATIONS.
           OPEN INPUT ANSWER-KEY-FILE.
           IF WS-ANSWER-KEY-STATUS = '00'
              MOVE 'Y' TO WS-KEY-OPEN
           ELSE
              DISPLAY 'ANSWER KEY NOT AVAILABLE - STATUS '
                 WS-ANSWER-KEY-STATUS ' DATASET '
                 FUNCTION TRIM(WS-ANSWER-KEY-DATASET)
                 ' - EVERY ANSWER REPORTS NO KEY'
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-VERIFY-HEADER.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 25
              PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                 IF WS-NEW-NAME(D, P) NOT EQUAL SPACES
                    PERFORM VERIFY-ONE-GENERATION
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM WRITE-VERIFY-SUMMARY.
           CLOSE REPORT-FILE.
           IF WS-KEY-OPEN = 'Y'
              CLOSE ANSWER-KEY-FILE
           END-IF.
           DISPLAY WS-CHECKED-COUNT ' ANSWERS CHECKED - '
              WS-MATCH-COUNT ' MATCH, ' WS-MISMATCH-COUNT
              ' MISMATCH, ' WS-NOKEY-COUNT ' NO KEY - SEE '
              FUNCTION TRIM(WS-REPORT-DATASET).
           IF WS-MISMATCH-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **----------------------------------------------------------------
      *    EVENT_YEAR resolves the same way every generation writer
      *    resolves it (GCATWRIT.cpy), so the year verified is the
      *    year the cycle stamped.
      **----------------------------------------------------------------
       RESOLVE-VERIFY-PARMS.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEN_CATALOG_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-GENCAT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ANSWER_KEY_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ANSWER-KEY-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ANSWER_VERIFY_REPORT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-REPORT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'EVENT_YEAR'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              COMPUTE WS-EVENT-YEAR = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF.

      **----------------------------------------------------------------
      *    One catalog pass: newest-by-stamp per day/part within the
      *    event year.
      **----------------------------------------------------------------
       LOAD-NEWEST-GENERATIONS.
           MOVE SPACES TO WS-NEWEST-TABLE.
           OPEN INPUT GEN-CATALOG-FILE.
           IF WS-GENCAT-STATUS = '00'
              PERFORM UNTIL CATALOG-EOF = 'Y'
                  READ GEN-CATALOG-FILE
                      AT END
                          MOVE 'Y' TO CATALOG-EOF
                      NOT AT END
                          PERFORM LOAD-ONE-CATALOG-ENTRY
                  END-READ
              END-PERFORM
              CLOSE GEN-CATALOG-FILE
           ELSE
              DISPLAY 'GENERATION CATALOG NOT FOUND - STATUS '
                 WS-GENCAT-STATUS ' - NOTHING TO VERIFY'
           END-IF.

       LOAD-ONE-CATALOG-ENTRY.
           IF GCT-YEAR = WS-EVENT-YEAR
              AND GCT-DAY >= 1 AND GCT-DAY <= 25
              AND GCT-PART >= 1 AND GCT-PART <= 2
              MOVE SPACES TO WS-THIS-STAMP
              MOVE GCT-RUN-DATE TO WS-THIS-STAMP(1:8)
              MOVE GCT-RUN-TIME TO WS-THIS-STAMP(9:8)
              IF WS-THIS-STAMP > WS-NEW-STAMP(GCT-DAY, GCT-PART)
                 MOVE WS-THIS-STAMP TO
                    WS-NEW-STAMP(GCT-DAY, GCT-PART)
                 MOVE GCT-DATASET-NAME TO
                    WS-NEW-NAME(GCT-DAY, GCT-PART)
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    One puzzle: what its newest generation published, what the
      *    key says was accepted, and the verdict.
      **----------------------------------------------------------------
       VERIFY-ONE-GENERATION.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE WS-NEW-NAME(D, P) TO WS-GENERATION-DATASET.
           PERFORM READ-PUBLISHED-ANSWER.
           MOVE SPACES TO WS-KEY-TEXT.
           MOVE 'NO KEY' TO WS-VERDICT.
           IF WS-KEY-OPEN = 'Y'
              MOVE WS-EVENT-YEAR TO AKM-YEAR
              MOVE D TO AKM-DAY
              MOVE P TO AKM-PART
              READ ANSWER-KEY-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE AKM-ANSWER TO WS-KEY-TEXT
                      PERFORM COMPARE-TO-KEY
              END-READ
           END-IF.
           EVALUATE WS-VERDICT
              WHEN 'MATCH'
                 ADD 1 TO WS-MATCH-COUNT
              WHEN 'MISMATCH'
                 ADD 1 TO WS-MISMATCH-COUNT
              WHEN OTHER
                 ADD 1 TO WS-NOKEY-COUNT
           END-EVALUATE.
           PERFORM WRITE-VERIFY-LINE.

      *    A generation gone from disk, or one with no footer, has
      *    published nothing - against a keyed answer that is a
      *    MISMATCH, never a quiet pass.
       READ-PUBLISHED-ANSWER.
           MOVE 'N' TO WS-PUB-FOUND.
           MOVE ZERO TO WS-PUB-ANSWER.
           MOVE SPACES TO WS-PUB-TOP.
           MOVE 'N' TO GENERATION-EOF.
           OPEN INPUT GENERATION-FILE.
           IF WS-GENERATION-STATUS = '00'
              PERFORM UNTIL GENERATION-EOF = 'Y'
                  READ GENERATION-FILE
                      AT END
                          MOVE 'Y' TO GENERATION-EOF
                      NOT AT END
                          IF FTR-LABEL = 'FTR'
                             MOVE 'Y' TO WS-PUB-FOUND
                             MOVE FTR-FINAL-ANSWER TO WS-PUB-ANSWER
                          END-IF
                          IF TOP-LABEL = 'TOP'
                             MOVE TOP-CRATES-IN TO WS-PUB-TOP
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE GENERATION-FILE
           END-IF.
           MOVE SPACES TO WS-PUB-TEXT.
           EVALUATE TRUE
              WHEN WS-PUB-FOUND = 'N'
                 MOVE '(NOTHING PUBLISHED)' TO WS-PUB-TEXT
              WHEN WS-PUB-TOP NOT EQUAL SPACES
                 MOVE WS-PUB-TOP TO WS-PUB-TEXT
              WHEN OTHER
                 MOVE WS-PUB-ANSWER TO WS-PUB-TEXT
           END-EVALUATE.

      *    A numeric key compares by value against the footer answer,
      *    so leading zeros never matter; a letter-string key
      *    compares against the TOP record.
       COMPARE-TO-KEY.
           MOVE 'MISMATCH' TO WS-VERDICT.
           IF WS-PUB-FOUND = 'Y'
              IF WS-PUB-TOP NOT EQUAL SPACES
                 IF FUNCTION TRIM(WS-KEY-TEXT) =
                    FUNCTION TRIM(WS-PUB-TOP)
                    MOVE 'MATCH' TO WS-VERDICT
                 END-IF
              ELSE
                 IF FUNCTION TRIM(WS-KEY-TEXT) IS NUMERIC
                    COMPUTE WS-KEY-NUMBER =
                       FUNCTION NUMVAL(WS-KEY-TEXT)
                    IF WS-KEY-NUMBER = WS-PUB-ANSWER
                       MOVE 'MATCH' TO WS-VERDICT
                    END-IF
                 END-IF
              END-IF
           END-IF.

      **----------------------------------------------------------------
       WRITE-VERIFY-HEADER.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'ANSWER VERIFICATION - EVENT YEAR ' DELIMITED BY SIZE
                  WS-EVENT-YEAR DELIMITED BY SIZE
                  ' - KEY ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANSWER-KEY-DATASET)
                     DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'STEP     PUBLISHED            ACCEPTED             VERD
      -         'ICT  GENERATION' TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-VERIFY-LINE.
           MOVE D TO WS-DAY-EDIT.
           MOVE SPACES TO WS-STEP-LABEL.
           STRING 'DAY' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAY-EDIT) DELIMITED BY SIZE
                  'P' DELIMITED BY SIZE
                  P DELIMITED BY SIZE
              INTO WS-STEP-LABEL.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-STEP-LABEL TO REPORT-RECORD(1:8).
           MOVE WS-PUB-TEXT TO REPORT-RECORD(10:20).
           MOVE WS-KEY-TEXT TO REPORT-RECORD(31:20).
           MOVE WS-VERDICT TO REPORT-RECORD(52:8).
           MOVE WS-GENERATION-DATASET TO REPORT-RECORD(62:99).
           WRITE REPORT-RECORD.

       WRITE-VERIFY-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'CHECKED ' DELIMITED BY SIZE
                  WS-CHECKED-COUNT DELIMITED BY SIZE
                  '  MATCH ' DELIMITED BY SIZE
                  WS-MATCH-COUNT DELIMITED BY SIZE
                  '  MISMATCH ' DELIMITED BY SIZE
                  WS-MISMATCH-COUNT DELIMITED BY SIZE
                  '  NO KEY ' DELIMITED BY SIZE
                  WS-NOKEY-COUNT DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
