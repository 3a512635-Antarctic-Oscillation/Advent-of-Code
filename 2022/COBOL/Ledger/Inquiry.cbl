      **    LEDGER_FROM_DATE      - YYYYMMDD, inclusive                *
      **    LEDGER_TO_DATE        - YYYYMMDD, inclusive                *
      **    LEDGER_YEAR           - event year (RLG-YEAR, request 038) *
      **    LEDGER_FILTER_OUTPUT  - exact output dataset name          *
      **  An unset filter passes everything, so running with nothing   *
      **  set lists the whole ledger.                                  *
      **                                                               *
      **  The ledger is INDEXED, and the filters pick the key the      *
      **  read starts on instead of scanning from the top: an output   *
      **  dataset reads just that dataset's runs off the               *
      **  RLG-OUTPUT-DATASET alternate key; a date range starts at     *
      **  the from-date on the RLG-RUN-DATE alternate key and stops    *
      **  past the to-date; a program alone starts at that program on  *
      **  the primary key and stops at the next program. Every record  *
      **  read still passes through the full filter set, so the key    *
      **  only ever narrows what is read, never what matches.          *
      **                                                               *
      **  When LEDGER_FROM_DATE is set, the question spans history     *
      **  (request 030): after the active ledger, every monthly        *
      **  archive LEDGER-ROLLOVER-PROGRAM could have cut for the range *
      **  - <active-ledger>.YYYYMM.arc, month by month from the        *
      **  from-date through the to-date (or the current month) - is    *
      **  read under the same filters and the same keyed start (the    *
      **  archives are indexed like the ledger, their ARC/TRL trailers *
      **  kept apart in <archive>.trl). The operator never needs to    *
      **  know which file holds which month; a month with no archive   *
      **  on disk simply contributes nothing.                          *
      **                                                               *
      **  After the runs, the year-close register's records            *
      **  (YCLREC.cpy - each CLOSED or REOPENED event year, by whom,   *
      **  and the certified results book) are listed under the same    *
      **  year and date-range filters, so a closed year's runs come    *
      **  back with the close that froze them.                         *
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

          SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-DATASET
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-PROFILE-AUDIT-STATUS.

      *    Year-close register YEAR-CLOSE-PROGRAM appends to.
      *    Not-found just means no year has been closed.
          SELECT YEAR-CLOSE-FILE
              ASSIGN DYNAMIC WS-YCL-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-YCL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-LEDGER-FILE.
       FD PROFILE-AUDIT-FILE.
          COPY "AUDREC.cpy".

       FD YEAR-CLOSE-FILE.
          COPY "YCLREC.cpy".

       WORKING-STORAGE SECTION.
          COPY "RUNLPARM.cpy".
          COPY "YCLPARM.cpy".
       01 WS-REPORT-DATASET       PIC X(80) VALUE 'ledgerinq.txt'.
       01 WS-ENV-VALUE            PIC X(80).
       01 WS-FILTER-PROGRAM       PIC X(20) VALUE SPACES.
       01 WS-FILTER-OUTPUT        PIC X(80) VALUE SPACES.
      *    Which key the read starts on: O output dataset, D run
      *    date, P program (primary key), A the whole ledger.
       01 WS-ACCESS-PATH          PIC X     VALUE 'A'.
      *    Zero passes every event year, same all-pass-by-default
      *    convention as the date range.
       01 WS-FILTER-YEAR          PIC 9(4)  VALUE ZERO.
       01 AUDIT-EOF               PIC X     VALUE 'N'.
       01 WS-SHOW-PROFILE         PIC X     VALUE 'N'.
       01 WS-AUDIT-SHOWN          PIC 9(6)  VALUE ZERO.
       01 WS-CLOSE-SHOWN          PIC 9(6)  VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-INQUIRY-PARMS.
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM READ-LEDGER-KEYED.
           CLOSE RUN-LEDGER-FILE.
           IF WS-FROM-DATE > ZERO
              PERFORM SCAN-ARCHIVE-LEDGERS
           END-IF.
           PERFORM SHOW-YEAR-CLOSE-RECORDS.
           IF WS-SHOW-PROFILE = 'Y'
              PERFORM SHOW-EFFECTIVE-SETTINGS
           END-IF.
                 ' ANSWER ' RLG-FINAL-ANSWER
           END-IF.

      **----------------------------------------------------------------
      *    Position on the access path's key, then read forward until
      *    the key runs past what the filters can match.
      **----------------------------------------------------------------
       READ-LEDGER-KEYED.
           PERFORM POSITION-LEDGER.
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ RUN-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       PERFORM CHECK-KEY-RANGE
                       IF LEDGER-EOF NOT = 'Y'
                          PERFORM REPORT-MATCHING-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       POSITION-LEDGER.
           MOVE 'N' TO LEDGER-EOF.
           EVALUATE WS-ACCESS-PATH
              WHEN 'O'
                 MOVE WS-FILTER-OUTPUT TO RLG-OUTPUT-DATASET
                 START RUN-LEDGER-FILE KEY = RLG-OUTPUT-DATASET
                     INVALID KEY
                         MOVE 'Y' TO LEDGER-EOF
                 END-START
              WHEN 'D'
                 MOVE WS-FROM-DATE TO RLG-RUN-DATE
                 START RUN-LEDGER-FILE KEY >= RLG-RUN-DATE
                     INVALID KEY
                         MOVE 'Y' TO LEDGER-EOF
                 END-START
              WHEN OTHER
                 MOVE LOW-VALUES TO RLG-KEY
                 IF WS-ACCESS-PATH = 'P'
                    MOVE WS-FILTER-PROGRAM TO RLG-PROGRAM
                 END-IF
                 START RUN-LEDGER-FILE KEY >= RLG-KEY
                     INVALID KEY
                         MOVE 'Y' TO LEDGER-EOF
                 END-START
           END-EVALUATE.

       CHECK-KEY-RANGE.
           EVALUATE WS-ACCESS-PATH
              WHEN 'O'
                 IF RLG-OUTPUT-DATASET NOT = WS-FILTER-OUTPUT
                    MOVE 'Y' TO LEDGER-EOF
                 END-IF
              WHEN 'D'
                 IF RLG-RUN-DATE > WS-TO-DATE
                    MOVE 'Y' TO LEDGER-EOF
                 END-IF
              WHEN 'P'
                 IF RLG-PROGRAM NOT = WS-FILTER-PROGRAM
                    MOVE 'Y' TO LEDGER-EOF
                 END-IF
           END-EVALUATE.

      **----------------------------------------------------------------
      *    Span the monthly archives for a dated question (request
      *    030): the rollover's naming rule reconstructs each month's
                  WS-ARCH-MONTH DELIMITED BY SIZE
                  '.arc' DELIMITED BY SIZE
              INTO WS-RUN-LEDGER-DATASET.
           OPEN INPUT RUN-LEDGER-FILE.
           IF WS-RUN-LEDGER-STATUS = '00'
              PERFORM READ-LEDGER-KEYED
              CLOSE RUN-LEDGER-FILE
           END-IF.

           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-FILTER-PROGRAM
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'LEDGER_FILTER_OUTPUT'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-FILTER-OUTPUT
           END-IF.
           ACCEPT WS-YEAR-PARM FROM ENVIRONMENT 'LEDGER_YEAR'.
           IF WS-YEAR-PARM NOT EQUAL SPACES
              AND WS-YEAR-PARM IS NUMERIC
              AND WS-DATE-PARM IS NUMERIC
              MOVE WS-DATE-PARM TO WS-TO-DATE
           END-IF.
      *    The narrowest key the filters allow: one output dataset,
      *    then a date range, then one program.
           EVALUATE TRUE
              WHEN WS-FILTER-OUTPUT NOT EQUAL SPACES
                 MOVE 'O' TO WS-ACCESS-PATH
              WHEN WS-FROM-DATE > ZERO OR WS-TO-DATE < 99999999
                 MOVE 'D' TO WS-ACCESS-PATH
              WHEN WS-FILTER-PROGRAM NOT EQUAL SPACES
                 MOVE 'P' TO WS-ACCESS-PATH
              WHEN OTHER
                 MOVE 'A' TO WS-ACCESS-PATH
           END-EVALUATE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LEDGER_SHOW_PROFILE'.
           IF FUNCTION UPPER-CASE(WS-ENV-VALUE) = 'Y'
              MOVE 'Y' TO WS-SHOW-PROFILE
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-PROFILE-AUDIT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'YEAR_CLOSE_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-YCL-DATASET
           END-IF.

      **----------------------------------------------------------------
      *    Year closes and reopens for the years and dates asked
      *    about, straight off the register - the program and output
      *    filters describe runs, not closes, so they do not apply.
      **----------------------------------------------------------------
       SHOW-YEAR-CLOSE-RECORDS.
           OPEN INPUT YEAR-CLOSE-FILE.
           IF WS-YCL-STATUS = '00'
              MOVE 'YEAR CLOSE REGISTER' TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE 'N' TO WS-YCL-EOF
              PERFORM UNTIL WS-YCL-EOF = 'Y'
                  READ YEAR-CLOSE-FILE
                      AT END
                          MOVE 'Y' TO WS-YCL-EOF
                      NOT AT END
                          PERFORM REPORT-YEAR-CLOSE-RECORD
                  END-READ
              END-PERFORM
              CLOSE YEAR-CLOSE-FILE
              DISPLAY WS-CLOSE-SHOWN ' YEAR-CLOSE RECORDS MATCHED'
           END-IF.

       REPORT-YEAR-CLOSE-RECORD.
           IF (WS-FILTER-YEAR = ZERO OR YCL-YEAR = WS-FILTER-YEAR)
              AND YCL-DATE >= WS-FROM-DATE
              AND YCL-DATE <= WS-TO-DATE
              ADD 1 TO WS-CLOSE-SHOWN
              MOVE YEAR-CLOSE-RECORD TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY 'EVENT YEAR ' YCL-YEAR ' ' YCL-ACTION ' '
                 YCL-DATE ' ' YCL-TIME ' OPERATOR ' YCL-OPERATOR-ID
                 ' FINAL ' YCL-FINAL-COUNT ' BOOK '
                 FUNCTION TRIM(YCL-BOOK-DATASET)
           END-IF.

      **----------------------------------------------------------------
      *    The effective-parameter audit for the same date range
              AND RLG-YEAR NOT = WS-FILTER-YEAR
              MOVE 'N' TO WS-RECORD-MATCHES
           END-IF.
           IF WS-FILTER-OUTPUT NOT EQUAL SPACES
              AND RLG-OUTPUT-DATASET NOT = WS-FILTER-OUTPUT
              MOVE 'N' TO WS-RECORD-MATCHES
           END-IF.
