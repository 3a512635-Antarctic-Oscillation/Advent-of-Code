      **    4 - two dash-separated numeric section ranges per line;    *
      **    5 - a "[X]"-cell crate drawing on the four-column grid,    *
      **        closed by a stack-number line, then five-token         *
      **        "move N from X to Y" instructions (request 021);       *
      **    6 - a lowercase-only signal stream, each physical line at  *
      **        least as long as the 14-character message marker       *
      **        (an over-length line read back in 200-byte pieces is   *
      **        measured whole).                                       *
      **                                                               *
      **  Writes an edit report (first errors in detail plus counts)   *
      **  and ends with return code 8 when the error rate reaches      *
      **  EDIT_FAIL_THRESHOLD_PCT (default 10), 4 when errors exist    *
      **  below it, 0 when the feed is clean - so the existing COND    *
      **  chains skip the real run on a bad feed.                      *
      **                                                               *
      **  The report is superseded by the next edit, so every run's    *
      **  summary - feed, lines, errors, rate and gate result - is     *
      **  also appended to the pre-edit history (PREEDIT_HISTORY_      *
      **  DATASET), where the monthly feed scorecard reads it back.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-INTAKE-REGISTER-STATUS.

      *    Retained pre-edit history (PEHREC.cpy) - appended, never
      *    superseded, one record per edit run.
          SELECT PREEDIT-HISTORY-FILE
              ASSIGN DYNAMIC WS-PREEDIT-HISTORY-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-PREEDIT-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       FD INTAKE-REGISTER-FILE.
          COPY "INTREC.cpy".

       FD PREEDIT-HISTORY-FILE.
          COPY "PEHREC.cpy".

       WORKING-STORAGE SECTION.
          COPY "DSNPARM.cpy".
          COPY "DLMPARM.cpy".
       01 REGISTER-EOF            PIC X     VALUE 'N'.
       01 WS-INTAKE-FOUND         PIC X     VALUE 'N'.
       01 WS-INTAKE-STATE         PIC X(5)  VALUE SPACES.
       01 WS-PREEDIT-HISTORY-DATASET
                                  PIC X(80) VALUE 'preedithist.txt'.
       01 WS-PREEDIT-HISTORY-STATUS
                                  PIC X(2)  VALUE SPACES.
       01 WS-EDIT-RESULT          PIC X(7)  VALUE 'CLEAN'.
       01 WS-NOW-DATE             PIC 9(8)  VALUE ZERO.
       01 WS-NOW-TIME             PIC 9(8)  VALUE ZERO.
       01 EOF                     PIC X     VALUE 'N'.
       01 WS-DAY-PARM             PIC X(2)  VALUE SPACES.
       01 WS-EDIT-DAY             PIC 9     VALUE 1.
       01 EXTRA-TEXT              PIC X(20).
       01 S                       PIC 9(3).

      *    Day-6 signal-stream scratch: the length of the physical
      *    line built up so far across the 200-byte pieces the runtime
      *    hands back for an over-length line (status 06 on every
      *    piece but the last), and the shortest line that can still
      *    hold a start-of-message marker.
       01 WS-D6-PHYSICAL-LEN      PIC 9(9)  VALUE ZERO.
       01 WS-D6-MARKER-WIDTH      PIC 9(3)  VALUE 14.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-PREEDIT-PARMS.
           PERFORM CHECK-FEED-INTAKE.
              FUNCTION TRIM(WS-REPORT-DATASET).
           EVALUATE TRUE
              WHEN WS-ERROR-COUNT = ZERO
                 MOVE 'CLEAN' TO WS-EDIT-RESULT
              WHEN WS-ERROR-RATE-PCT >= WS-FAIL-THRESHOLD-PCT
                 DISPLAY 'EDIT FAILED - ERROR RATE AT OR OVER '
                    WS-FAIL-THRESHOLD-PCT ' PCT, REAL RUN SHOULD '
                    'NOT PROCEED'
                 MOVE 'FAILED' TO WS-EDIT-RESULT
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'WARNING' TO WS-EDIT-RESULT
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           PERFORM WRITE-EDIT-HISTORY.
           STOP RUN.

      **----------------------------------------------------------------
                 PERFORM EDIT-DAY4-LINE
              WHEN 5
                 PERFORM EDIT-DAY5-LINE
              WHEN 6
                 PERFORM EDIT-DAY6-LINE
              WHEN OTHER
                 MOVE 'UNSUPPORTED EDIT DAY' TO WS-EDIT-MESSAGE
           END-EVALUATE.
                 MOVE 'MOVE NAMES UNKNOWN STACK' TO WS-EDIT-MESSAGE
           END-EVALUATE.

      **----------------------------------------------------------------
      *    Day-6 signal stream: nothing but lowercase letters, and no
      *    physical line too short to carry a start-of-message marker.
      *    A line the runtime cut short (status 04) rather than handing
      *    back in pieces cannot be answered from at all.
      **----------------------------------------------------------------
       EDIT-DAY6-LINE.
           IF WS-INPUT-STATUS = '04'
              MOVE 'STREAM LINE TRUNCATED ON READ' TO WS-EDIT-MESSAGE
              MOVE ZERO TO WS-D6-PHYSICAL-LEN
           ELSE
              IF WS-LINE-LEN > ZERO
                 PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LINE-LEN
                    MOVE LINE-CONTENT(I:1) TO WS-CHAR
                    IF WS-CHAR < 'a' OR WS-CHAR > 'z'
                       MOVE 'NON-LOWERCASE CHARACTER IN STREAM'
                          TO WS-EDIT-MESSAGE
                    END-IF
                 END-PERFORM
                 ADD WS-LINE-LEN TO WS-D6-PHYSICAL-LEN
              END-IF
              IF WS-INPUT-STATUS NOT = '06'
                 IF WS-D6-PHYSICAL-LEN > ZERO
                    AND WS-D6-PHYSICAL-LEN < WS-D6-MARKER-WIDTH
                    AND WS-EDIT-MESSAGE = SPACES
                    MOVE 'STREAM LINE SHORTER THAN MARKER'
                       TO WS-EDIT-MESSAGE
                 END-IF
                 MOVE ZERO TO WS-D6-PHYSICAL-LEN
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    Rules that only resolve at end of file: a Day-3 feed whose
      *    line count leaves a dangling group of one or two, and a
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      **----------------------------------------------------------------
      *    One history record per edit, carrying what the summary line
      *    just reported. Same status-35 create-on-first-run and
      *    not-fatal-on-failure conventions as the run ledger - a
      *    history that cannot be written never changes the gate's
      *    return code.
      **----------------------------------------------------------------
       WRITE-EDIT-HISTORY.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'PREEDIT_HISTORY_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-PREEDIT-HISTORY-DATASET
           END-IF.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           OPEN EXTEND PREEDIT-HISTORY-FILE.
           IF WS-PREEDIT-HISTORY-STATUS = '35'
              OPEN OUTPUT PREEDIT-HISTORY-FILE
           END-IF.
           IF WS-PREEDIT-HISTORY-STATUS = '00' OR '05'
              MOVE WS-NOW-DATE TO PEH-RUN-DATE
              MOVE SPACE TO PEH-SEP-1
              MOVE WS-NOW-TIME TO PEH-RUN-TIME
              MOVE SPACE TO PEH-SEP-2
              MOVE WS-EDIT-DAY TO PEH-EDIT-DAY
              MOVE SPACE TO PEH-SEP-3
              MOVE LINE-NUM TO PEH-LINES
              MOVE SPACE TO PEH-SEP-4
              MOVE WS-ERROR-COUNT TO PEH-ERRORS
              MOVE SPACE TO PEH-SEP-5
              MOVE WS-ERROR-RATE-PCT TO PEH-RATE-PCT
              MOVE SPACE TO PEH-SEP-6
              MOVE WS-EDIT-RESULT TO PEH-RESULT
              MOVE SPACE TO PEH-SEP-7
              MOVE WS-INPUT-DATASET TO PEH-DATASET
              WRITE PREEDIT-HISTORY-RECORD
              CLOSE PREEDIT-HISTORY-FILE
           ELSE
              DISPLAY 'PRE-EDIT HISTORY NOT RECORDED - STATUS '
                 WS-PREEDIT-HISTORY-STATUS
           END-IF.

      **----------------------------------------------------------------
          COPY "RESOLVDS.cpy".
