      **  grade whose return code (OK 0 / WARNING 4 / FAILED 8) lets   *
      **  the schedule page on a bad morning instead of a person       *
      **  collating reports.                                           *
      **                                                               *
      **  The same evidence and grade are also published as a JSON     *
      **  status document for the team web page - one object per       *
      **  step key (status, start/end stamps, answer, current          *
      **  generation, footer counts, reject rate, severity) under a    *
      **  cycle object carrying the grade and the checkpoint,          *
      **  suspense and open-alert counts (the alert program's state    *
      **  dataset). It is rewritten whole each run under one fixed     *
      **  name (STATUS_JSON_DATASET), so the page always reads the     *
      **  latest cycle without scraping the printed page's columns.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

      *    Open-alert state ALERT-PROGRAM carries from cycle to cycle.
          SELECT ALERT-STATE-FILE
              ASSIGN DYNAMIC WS-ALERT-STATE-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-ALERT-STATE-STATUS.

          SELECT STATUS-JSON-FILE
              ASSIGN DYNAMIC WS-STATUS-JSON-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-STATUS-JSON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STEP-STATUS-FILE.
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       FD ALERT-STATE-FILE.
          COPY "ALSREC.cpy".

       FD STATUS-JSON-FILE.
       01 STATUS-JSON-RECORD      PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-STEP-STATUS-DATASET  PIC X(80) VALUE 'driverstatus.txt'.
       01 WS-STEP-STATUS-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-SUSPENSE-DATASET     PIC X(80) VALUE 'suspense.txt'.
       01 WS-SUSPENSE-STATUS      PIC X(2)  VALUE SPACES.
       01 WS-REPORT-DATASET       PIC X(80) VALUE 'morning.txt'.
       01 WS-ALERT-STATE-DATASET  PIC X(80) VALUE 'alertstate.txt'.
       01 WS-ALERT-STATE-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-STATUS-JSON-DATASET  PIC X(80) VALUE 'status.json'.
       01 WS-STATUS-JSON-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-ENV-VALUE            PIC X(80).
       01 STATUS-EOF              PIC X     VALUE 'N'.
       01 RESOLUTION-EOF          PIC X     VALUE 'N'.
       01 FOOTER-EOF              PIC X     VALUE 'N'.
       01 MONITOR-EOF             PIC X     VALUE 'N'.
       01 SUSPENSE-EOF            PIC X     VALUE 'N'.
       01 ALERT-EOF               PIC X     VALUE 'N'.
       01 WS-RES-NAME             PIC X(40).
       01 WS-RES-VALUE            PIC X(120).
       01 WS-RES-KEY              PIC X(8).
             10 WS-STP-KEY        PIC X(8).
             10 WS-STP-STATUS     PIC X(8).
             10 WS-STP-ANSWER     PIC 9(15).
             10 WS-STP-START-DATE PIC 9(8).
             10 WS-STP-START-TIME PIC 9(8).
             10 WS-STP-END-DATE   PIC 9(8).
             10 WS-STP-END-TIME   PIC 9(8).
       01 WS-DONE-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-DONE-TABLE.
          05 WS-DON-ENTRY OCCURS 100 TIMES PIC X(63).
       01 WS-CYCLE-DONE           PIC X     VALUE 'N'.

      *    Per-step footer figures resolved from the housekeeping
             10 WS-FTB-REJECTED   PIC 9(6).
             10 WS-FTB-RATE-PCT   PIC 9(3).
             10 WS-FTB-SEVERITY   PIC X.
             10 WS-FTB-WRITTEN    PIC 9(6).
             10 WS-FTB-DATASET    PIC X(80).
       01 WS-FTR-IX               PIC 9(2)  VALUE ZERO.

       01 WS-CRASHED-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-SUSPENSE-COUNT       PIC 9(6)  VALUE ZERO.
       01 WS-OPEN-ALERT-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-ESCALATED-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-CYCLE-GRADE          PIC X(7)  VALUE 'OK'.

      *    JSON document assembly. Each line is held back until the
      *    next one is known, so a comma goes on it only when a
      *    sibling follows (never after an opener or before a
      *    closer) - the layout stays valid JSON whatever is empty.
       01 WS-JSON-LINE            PIC X(200) VALUE SPACES.
       01 WS-JSON-KIND            PIC X     VALUE 'M'.
       01 WS-JSON-PENDING         PIC X(200) VALUE SPACES.
       01 WS-JSON-PENDING-KIND    PIC X     VALUE 'M'.
       01 WS-JSON-INDENT          PIC 9     VALUE 1.
       01 WS-JSON-PTR             PIC 9(3)  VALUE 1.
       01 WS-JSON-NAME            PIC X(30) VALUE SPACES.
       01 WS-JSON-TEXT            PIC X(120) VALUE SPACES.
       01 WS-JSON-NUMBER          PIC Z(14)9.
       01 WS-JSON-DATE            PIC 9(8)  VALUE ZERO.
       01 WS-JSON-TIME            PIC 9(8)  VALUE ZERO.
       01 WS-NOW-DATE             PIC 9(8)  VALUE ZERO.
       01 WS-NOW-TIME             PIC 9(8)  VALUE ZERO.
       01 I                       PIC 9(3).
       01 J                       PIC 9(2).

           PERFORM LOAD-FOOTER-FIGURES.
           PERFORM COUNT-CRASHED-CHECKPOINTS.
           PERFORM COUNT-SUSPENSE-RECORDS.
           PERFORM COUNT-OPEN-ALERTS.
           PERFORM GRADE-THE-CYCLE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-MORNING-PAGE.
           CLOSE REPORT-FILE.
           PERFORM WRITE-STATUS-JSON.
           DISPLAY 'MORNING STATUS ' WS-CYCLE-GRADE ' - SEE '
              FUNCTION TRIM(WS-REPORT-DATASET).
           EVALUATE WS-CYCLE-GRADE
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-REPORT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'ALERT_STATE_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ALERT-STATE-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'STATUS_JSON_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-STATUS-JSON-DATASET
           END-IF.

       LOAD-STEP-JOURNAL.
           OPEN INPUT STEP-STATUS-FILE.
                 MOVE WS-DON-ENTRY(I)(1:8) TO WS-STP-KEY(I)
                 MOVE WS-DON-ENTRY(I)(9:8) TO WS-STP-STATUS(I)
                 MOVE WS-DON-ENTRY(I)(17:15) TO WS-STP-ANSWER(I)
                 MOVE WS-DON-ENTRY(I)(32:8) TO WS-STP-START-DATE(I)
                 MOVE WS-DON-ENTRY(I)(40:8) TO WS-STP-START-TIME(I)
                 MOVE WS-DON-ENTRY(I)(48:8) TO WS-STP-END-DATE(I)
                 MOVE WS-DON-ENTRY(I)(56:8) TO WS-STP-END-TIME(I)
              END-PERFORM
           END-IF.

                 ADD 1 TO WS-DONE-COUNT
                 STRING WS-STP-KEY(I) WS-STP-STATUS(I)
                        WS-STP-ANSWER(I)
                        WS-STP-START-DATE(I) WS-STP-START-TIME(I)
                        WS-STP-END-DATE(I) WS-STP-END-TIME(I)
                    DELIMITED BY SIZE
                    INTO WS-DON-ENTRY(WS-DONE-COUNT)
              END-PERFORM
                 MOVE STS-KEY TO WS-STP-KEY(STS-SEQ)
                 MOVE STS-STATUS TO WS-STP-STATUS(STS-SEQ)
                 MOVE STS-ANSWER TO WS-STP-ANSWER(STS-SEQ)
                 MOVE STS-START-DATE TO WS-STP-START-DATE(STS-SEQ)
                 MOVE STS-START-TIME TO WS-STP-START-TIME(STS-SEQ)
                 MOVE STS-END-DATE TO WS-STP-END-DATE(STS-SEQ)
                 MOVE STS-END-TIME TO WS-STP-END-TIME(STS-SEQ)
                 IF STS-SEQ > WS-STEP-COUNT
                    MOVE STS-SEQ TO WS-STEP-COUNT
                 END-IF
           MOVE ZERO TO WS-FTB-REJECTED(WS-FTR-COUNT).
           MOVE ZERO TO WS-FTB-RATE-PCT(WS-FTR-COUNT).
           MOVE SPACE TO WS-FTB-SEVERITY(WS-FTR-COUNT).
           MOVE ZERO TO WS-FTB-WRITTEN(WS-FTR-COUNT).
           MOVE WS-FOOTER-DATASET TO WS-FTB-DATASET(WS-FTR-COUNT).
           MOVE 'N' TO FOOTER-EOF.
           OPEN INPUT FOOTER-INPUT-FILE.
           IF WS-FOOTER-STATUS = '00'
                                WS-FTB-READ(WS-FTR-COUNT)
                             MOVE FTR-RECORDS-REJECTED TO
                                WS-FTB-REJECTED(WS-FTR-COUNT)
                             MOVE FTR-RECORDS-WRITTEN TO
                                WS-FTB-WRITTEN(WS-FTR-COUNT)
                             MOVE FTR-SEVERITY TO
                                WS-FTB-SEVERITY(WS-FTR-COUNT)
                          END-IF
              CLOSE SUSPENSE-FILE
           END-IF.

      *    Conditions the alert program still holds open, and how
      *    many of them have already been escalated. Informational -
      *    the alerts are raised off the same evidence the grade is
      *    built from, so they do not grade the cycle twice.
       COUNT-OPEN-ALERTS.
           OPEN INPUT ALERT-STATE-FILE.
           IF WS-ALERT-STATE-STATUS = '00'
              PERFORM UNTIL ALERT-EOF = 'Y'
                  READ ALERT-STATE-FILE
                      AT END
                          MOVE 'Y' TO ALERT-EOF
                      NOT AT END
                          IF ALS-CONDITION NOT EQUAL SPACES
                             ADD 1 TO WS-OPEN-ALERT-COUNT
                             IF ALS-ESCALATED = 'Y'
                                ADD 1 TO WS-ESCALATED-COUNT
                             END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ALERT-STATE-FILE
           END-IF.

      **----------------------------------------------------------------
      *    The overall grade, worst evidence winning: a FAILED or
      *    HELD step, an F-graded footer, or a crashed checkpoint
                 MOVE J TO WS-FTR-IX
              END-IF
           END-PERFORM.

      **----------------------------------------------------------------
      *    The JSON status document: a cycle object, then a steps
      *    object holding one member per step key. Numbers go out
      *    without leading zeros, stamps as ISO-8601 local time, and
      *    anything the evidence did not supply (no footer, no end
      *    stamp yet) as null rather than a made-up zero. A dataset
      *    that cannot be opened is reported and skipped - the
      *    printed page and the return code stand regardless.
      **----------------------------------------------------------------
       WRITE-STATUS-JSON.
           OPEN OUTPUT STATUS-JSON-FILE.
           IF WS-STATUS-JSON-STATUS NOT EQUAL '00'
              DISPLAY 'STATUS JSON NOT WRITTEN - STATUS '
                 WS-STATUS-JSON-STATUS ' DATASET '
                 FUNCTION TRIM(WS-STATUS-JSON-DATASET)
           ELSE
              ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
              ACCEPT WS-NOW-TIME FROM TIME
              MOVE SPACES TO WS-JSON-PENDING
              MOVE '{' TO WS-JSON-LINE
              MOVE 'O' TO WS-JSON-KIND
              PERFORM PUT-JSON-LINE
              MOVE 1 TO WS-JSON-INDENT
              MOVE 'cycle' TO WS-JSON-NAME
              PERFORM PUT-JSON-OPENER
              MOVE 2 TO WS-JSON-INDENT
              MOVE 'generated' TO WS-JSON-NAME
              MOVE WS-NOW-DATE TO WS-JSON-DATE
              MOVE WS-NOW-TIME TO WS-JSON-TIME
              PERFORM PUT-JSON-STAMP
              MOVE 'grade' TO WS-JSON-NAME
              MOVE WS-CYCLE-GRADE TO WS-JSON-TEXT
              PERFORM PUT-JSON-STRING
              MOVE 'cycleComplete' TO WS-JSON-NAME
              IF WS-CYCLE-DONE = 'Y'
                 MOVE 'true' TO WS-JSON-TEXT
              ELSE
                 MOVE 'false' TO WS-JSON-TEXT
              END-IF
              PERFORM PUT-JSON-LITERAL
              MOVE 'stepCount' TO WS-JSON-NAME
              MOVE WS-STEP-COUNT TO WS-JSON-NUMBER
              PERFORM PUT-JSON-NUMBER
              MOVE 'crashedCheckpoints' TO WS-JSON-NAME
              MOVE WS-CRASHED-COUNT TO WS-JSON-NUMBER
              PERFORM PUT-JSON-NUMBER
              MOVE 'rejectsInSuspense' TO WS-JSON-NAME
              MOVE WS-SUSPENSE-COUNT TO WS-JSON-NUMBER
              PERFORM PUT-JSON-NUMBER
              MOVE 'openAlerts' TO WS-JSON-NAME
              MOVE WS-OPEN-ALERT-COUNT TO WS-JSON-NUMBER
              PERFORM PUT-JSON-NUMBER
              MOVE 'escalatedAlerts' TO WS-JSON-NAME
              MOVE WS-ESCALATED-COUNT TO WS-JSON-NUMBER
              PERFORM PUT-JSON-NUMBER
              MOVE 1 TO WS-JSON-INDENT
              PERFORM PUT-JSON-CLOSER
              MOVE 'steps' TO WS-JSON-NAME
              PERFORM PUT-JSON-OPENER
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STEP-COUNT
                 IF WS-STP-KEY(I) NOT EQUAL SPACES
                    PERFORM WRITE-ONE-STEP-JSON
                 END-IF
              END-PERFORM
              MOVE 1 TO WS-JSON-INDENT
              PERFORM PUT-JSON-CLOSER
              MOVE '}' TO WS-JSON-LINE
              MOVE 'C' TO WS-JSON-KIND
              PERFORM PUT-JSON-LINE
              MOVE WS-JSON-PENDING TO STATUS-JSON-RECORD
              WRITE STATUS-JSON-RECORD
              CLOSE STATUS-JSON-FILE
              DISPLAY 'STATUS JSON PUBLISHED - '
                 FUNCTION TRIM(WS-STATUS-JSON-DATASET)
           END-IF.

       WRITE-ONE-STEP-JSON.
           PERFORM FIND-STEP-FOOTER.
           MOVE 2 TO WS-JSON-INDENT.
           MOVE WS-STP-KEY(I) TO WS-JSON-NAME.
           PERFORM PUT-JSON-OPENER.
           MOVE 3 TO WS-JSON-INDENT.
           MOVE 'status' TO WS-JSON-NAME.
           MOVE WS-STP-STATUS(I) TO WS-JSON-TEXT.
           PERFORM PUT-JSON-STRING.
           MOVE 'start' TO WS-JSON-NAME.
           MOVE WS-STP-START-DATE(I) TO WS-JSON-DATE.
           MOVE WS-STP-START-TIME(I) TO WS-JSON-TIME.
           PERFORM PUT-JSON-STAMP.
           MOVE 'end' TO WS-JSON-NAME.
           MOVE WS-STP-END-DATE(I) TO WS-JSON-DATE.
           MOVE WS-STP-END-TIME(I) TO WS-JSON-TIME.
           PERFORM PUT-JSON-STAMP.
           MOVE 'answer' TO WS-JSON-NAME.
           MOVE WS-STP-ANSWER(I) TO WS-JSON-NUMBER.
           PERFORM PUT-JSON-NUMBER.
           IF WS-FTR-IX > ZERO
              MOVE 'generation' TO WS-JSON-NAME
              MOVE WS-FTB-DATASET(WS-FTR-IX) TO WS-JSON-TEXT
              PERFORM PUT-JSON-STRING
              MOVE 'recordsRead' TO WS-JSON-NAME
              MOVE WS-FTB-READ(WS-FTR-IX) TO WS-JSON-NUMBER
              PERFORM PUT-JSON-NUMBER
              MOVE 'recordsWritten' TO WS-JSON-NAME
              MOVE WS-FTB-WRITTEN(WS-FTR-IX) TO WS-JSON-NUMBER
              PERFORM PUT-JSON-NUMBER
              MOVE 'recordsRejected' TO WS-JSON-NAME
              MOVE WS-FTB-REJECTED(WS-FTR-IX) TO WS-JSON-NUMBER
              PERFORM PUT-JSON-NUMBER
              MOVE 'rejectRatePct' TO WS-JSON-NAME
              MOVE WS-FTB-RATE-PCT(WS-FTR-IX) TO WS-JSON-NUMBER
              PERFORM PUT-JSON-NUMBER
              MOVE 'severity' TO WS-JSON-NAME
              EVALUATE WS-FTB-SEVERITY(WS-FTR-IX)
                 WHEN 'C'
                    MOVE 'CLEAN' TO WS-JSON-TEXT
                 WHEN 'W'
                    MOVE 'WARNING' TO WS-JSON-TEXT
                 WHEN 'F'
                    MOVE 'FAILED' TO WS-JSON-TEXT
                 WHEN OTHER
                    MOVE SPACES TO WS-JSON-TEXT
              END-EVALUATE
              PERFORM PUT-JSON-STRING
           ELSE
              MOVE SPACES TO WS-JSON-TEXT
              MOVE 'generation' TO WS-JSON-NAME
              PERFORM PUT-JSON-STRING
              MOVE 'recordsRead' TO WS-JSON-NAME
              PERFORM PUT-JSON-STRING
              MOVE 'recordsWritten' TO WS-JSON-NAME
              PERFORM PUT-JSON-STRING
              MOVE 'recordsRejected' TO WS-JSON-NAME
              PERFORM PUT-JSON-STRING
              MOVE 'rejectRatePct' TO WS-JSON-NAME
              PERFORM PUT-JSON-STRING
              MOVE 'severity' TO WS-JSON-NAME
              PERFORM PUT-JSON-STRING
           END-IF.
           MOVE 2 TO WS-JSON-INDENT.
           PERFORM PUT-JSON-CLOSER.

      *    "name": { at the current indent.
       PUT-JSON-OPENER.
           PERFORM START-JSON-LINE.
           STRING '"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSON-NAME) DELIMITED BY SIZE
                  '": {' DELIMITED BY SIZE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR.
           MOVE 'O' TO WS-JSON-KIND.
           PERFORM PUT-JSON-LINE.

       PUT-JSON-CLOSER.
           PERFORM START-JSON-LINE.
           MOVE '}' TO WS-JSON-LINE(WS-JSON-PTR:1).
           MOVE 'C' TO WS-JSON-KIND.
           PERFORM PUT-JSON-LINE.

      *    "name": "text", or null when there is no text.
       PUT-JSON-STRING.
           IF WS-JSON-TEXT = SPACES
              MOVE 'null' TO WS-JSON-TEXT
              PERFORM PUT-JSON-LITERAL
           ELSE
              PERFORM START-JSON-LINE
              STRING '"' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-JSON-NAME) DELIMITED BY SIZE
                     '": "' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-JSON-TEXT) DELIMITED BY SIZE
                     '"' DELIMITED BY SIZE
                 INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR
              MOVE 'M' TO WS-JSON-KIND
              PERFORM PUT-JSON-LINE
           END-IF.
           MOVE SPACES TO WS-JSON-TEXT.

      *    "name": true / false / null - written unquoted.
       PUT-JSON-LITERAL.
           PERFORM START-JSON-LINE.
           STRING '"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSON-NAME) DELIMITED BY SIZE
                  '": ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSON-TEXT) DELIMITED BY SIZE
              INTO WS-JSON-LINE WITH POINTER WS-JSON-PTR.
           MOVE 'M' TO WS-JSON-KIND.
           PERFORM PUT-JSON-LINE.
           MOVE SPACES TO WS-JSON-TEXT.

       PUT-JSON-NUMBER.
           MOVE WS-JSON-NUMBER TO WS-JSON-TEXT.
           PERFORM PUT-JSON-LITERAL.

      *    A YYYYMMDD/HHMMSSCC pair as "YYYY-MM-DDTHH:MM:SS", or null
      *    for a stamp never taken (zero date).
       PUT-JSON-STAMP.
           IF WS-JSON-DATE = ZERO
              MOVE 'null' TO WS-JSON-TEXT
              PERFORM PUT-JSON-LITERAL
           ELSE
              STRING WS-JSON-DATE(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-JSON-DATE(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-JSON-DATE(7:2) DELIMITED BY SIZE
                     'T' DELIMITED BY SIZE
                     WS-JSON-TIME(1:2) DELIMITED BY SIZE
                     ':' DELIMITED BY SIZE
                     WS-JSON-TIME(3:2) DELIMITED BY SIZE
                     ':' DELIMITED BY SIZE
                     WS-JSON-TIME(5:2) DELIMITED BY SIZE
                 INTO WS-JSON-TEXT
              PERFORM PUT-JSON-STRING
           END-IF.

       START-JSON-LINE.
           MOVE SPACES TO WS-JSON-LINE.
           COMPUTE WS-JSON-PTR = WS-JSON-INDENT * 2 + 1.

      *    Release the held line - with a trailing comma when the new
      *    line is a sibling of it - and hold the new one.
       PUT-JSON-LINE.
           IF WS-JSON-PENDING NOT EQUAL SPACES
              MOVE WS-JSON-PENDING TO STATUS-JSON-RECORD
              IF WS-JSON-KIND NOT = 'C'
                 AND WS-JSON-PENDING-KIND NOT = 'O'
                 STRING FUNCTION TRIM(WS-JSON-PENDING TRAILING)
                           DELIMITED BY SIZE
                        ',' DELIMITED BY SIZE
                    INTO STATUS-JSON-RECORD
              END-IF
              WRITE STATUS-JSON-RECORD
           END-IF.
           MOVE WS-JSON-LINE TO WS-JSON-PENDING.
           MOVE WS-JSON-KIND TO WS-JSON-PENDING-KIND.
