      ******************************************************************
      **                IDENTIFICATION DIVISION                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY5-CRATE-TRACE-PROGRAM.

      ******************************************************************
      **  Crate trace and stack-height history over a Day-5 crate-     *
      **  movement feed - the Day-5 counterpart to DAY4-STATISTICS-    *
      **  PROGRAM, so a suspect top-of-stack answer can be traced      *
      **  back through the moves that produced it. DAY_5-PROGRAM       *
      **  keeps its stacks only in working storage; this replays the   *
      **  same feed under the same drawing parse and move edits and    *
      **  writes, in move order:                                       *
      **    - every stack's height after each N applied moves (and     *
      **      after the drawing and the last move),                    *
      **    - every move that picked up or set down a crate bearing    *
      **      the letter named on DAY5_TRACE_CRATE - crate letters     *
      **      repeat in the drawing, so every crate with that letter   *
      **      is followed,                                             *
      **    - every move that left its source stack empty,             *
      **  then each stack's peak height and the input line where it    *
      **  first reached that peak.                                     *
      **                                                               *
      **  DAY5_TRACE_CRANE selects the crane rule replayed: 9000 (the  *
      **  default, one crate at a time as DAY_5-PROGRAM) or 9001       *
      **  (block moves as DAY_5_P2-PROGRAM). DAY5_TRACE_INTERVAL is    *
      **  N (default 10).                                              *
      **                                                               *
      **  Same profiling-report conventions as STATISTICS-PROGRAM:     *
      **  RECLAY.cpy input, a plain report dataset, console summary,   *
      **  no generation suffix and no ledger append. A line the        *
      **  puzzle programs would reject is counted here, not applied.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT INPUT-FILE ASSIGN DYNAMIC WS-INPUT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

          SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
          COPY "RECLAY.cpy".

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
          COPY "DSNPARM.cpy".
       01 WS-REPORT-DATASET       PIC X(80) VALUE 'day5trace.txt'.
       01 WS-INTERVAL-PARM        PIC X(6)  VALUE SPACES.
       01 WS-INTERVAL             PIC 9(6)  VALUE 10.
       01 WS-TRACE-CRATE          PIC X     VALUE SPACE.
       01 WS-TRACE-LABEL          PIC X(6)  VALUE SPACES.
       01 WS-CRANE-PARM           PIC X(4)  VALUE '9000'.
       01 EOF                     PIC X     VALUE 'N'.
       01 LINE-NUM                PIC 9(6)  VALUE ZERO.
       01 WS-MALFORMED-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-CRATE-EVENTS         PIC 9(6)  VALUE ZERO.
       01 WS-EMPTIED-COUNT        PIC 9(6)  VALUE ZERO.

      *    Drawing and stack tables, same shapes as DAY_5-PROGRAM.
       01 PARSE-PHASE             PIC X     VALUE 'D'.
       01 DRAW-LINE-COUNT         PIC 9(3)  VALUE ZERO.
       01 DRAWING-TABLE.
          05 DRAW-LINE OCCURS 100 TIMES PIC X(40).
       01 STACK-COUNT             PIC 9     VALUE ZERO.
       01 STACK-TABLE.
          05 STACK-ENTRY OCCURS 9 TIMES.
             10 STACK-DEPTH       PIC 9(3).
             10 STACK-CRATE       PIC X OCCURS 900 TIMES.

      *    Per-stack peak height and the input line that first
      *    reached it - the stack-number line for a stack that never
      *    grew past its drawn height.
       01 WS-PEAK-TABLE.
          05 WS-PEAK-ENTRY OCCURS 9 TIMES.
             10 WS-PEAK-DEPTH     PIC 9(3).
             10 WS-PEAK-LINE      PIC 9(6).

      *    Move-instruction scratch fields, same shapes as
      *    DAY_5-PROGRAM.
       01 MOVES-APPLIED           PIC 9(6)  VALUE ZERO.
       01 LINE-VALID              PIC X     VALUE 'N'.
       01 WORD-1-TEXT             PIC X(10).
       01 COUNT-TEXT              PIC X(10).
       01 WORD-2-TEXT             PIC X(10).
       01 FROM-TEXT               PIC X(10).
       01 WORD-3-TEXT             PIC X(10).
       01 TO-TEXT                 PIC X(10).
       01 EXTRA-TEXT              PIC X(20).
       01 MOVE-CRATE-COUNT        PIC 9(3)  VALUE ZERO.
       01 FROM-STACK              PIC 9     VALUE ZERO.
       01 TO-STACK                PIC 9     VALUE ZERO.
       01 MOVE-WORK-NUM           PIC 9(9)  VALUE ZERO.
       01 CRATE-CHAR              PIC X.
       01 CRATE-COLUMN            PIC 9(3).
       01 WS-LETTER-HITS          PIC 9(3)  VALUE ZERO.
       01 WS-HEIGHT-LINE          PIC X(100).
       01 WS-HEIGHT-PTR           PIC 9(3).
       01 WS-SNAP-LABEL           PIC X(16).
       01 S                       PIC 9(3).
       01 L                       PIC 9(3).
       01 K                       PIC 9(3).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-TRACE-PARMS.
           MOVE SPACES TO DRAWING-TABLE STACK-TABLE.
           MOVE ZEROS TO WS-PEAK-TABLE.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 9
              MOVE ZERO TO STACK-DEPTH(S)
           END-PERFORM.
           OPEN INPUT INPUT-FILE
                OUTPUT REPORT-FILE.
           PERFORM WRITE-TRACE-HEADER.
           PERFORM UNTIL EOF = 'Y'
               READ INPUT-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO LINE-NUM
                       PERFORM TRACE-LINE
               END-READ
           END-PERFORM.
           CLOSE INPUT-FILE.
      *    The closing snapshot, unless the last interval snapshot
      *    already showed the stacks after the final move.
           IF PARSE-PHASE = 'M'
              AND FUNCTION MOD(MOVES-APPLIED, WS-INTERVAL) NOT = ZERO
              MOVE 'AFTER LAST MOVE' TO WS-SNAP-LABEL
              PERFORM WRITE-HEIGHT-SNAPSHOT
           END-IF.
           PERFORM WRITE-PEAK-SECTION.
           PERFORM WRITE-TRACE-SUMMARY.
           CLOSE REPORT-FILE.
           IF PARSE-PHASE = 'D'
              DISPLAY 'CRATE DRAWING NEVER CLOSED BY A STACK-NUMBER '
                 'LINE - NOTHING TRACED'
           END-IF.
           DISPLAY MOVES-APPLIED ' MOVES TRACED, '
              WS-EMPTIED-COUNT ' EMPTIED A STACK - SEE '
              FUNCTION TRIM(WS-REPORT-DATASET).
           STOP RUN.

      **----------------------------------------------------------------
       RESOLVE-TRACE-PARMS.
           PERFORM RESOLVE-DATASET-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'DAY5_TRACE_REPORT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-REPORT-DATASET
           END-IF.
           ACCEPT WS-INTERVAL-PARM FROM ENVIRONMENT
              'DAY5_TRACE_INTERVAL'.
           IF WS-INTERVAL-PARM NOT EQUAL SPACES
              AND FUNCTION TRIM(WS-INTERVAL-PARM) IS NUMERIC
              COMPUTE WS-INTERVAL = FUNCTION NUMVAL(WS-INTERVAL-PARM)
           END-IF.
           IF WS-INTERVAL < 1
              MOVE 1 TO WS-INTERVAL
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DAY5_TRACE_CRATE'.
           MOVE FUNCTION UPPER-CASE(WS-ENV-VALUE(1:1))
              TO WS-TRACE-CRATE.
           IF WS-TRACE-CRATE < 'A' OR WS-TRACE-CRATE > 'Z'
              MOVE SPACE TO WS-TRACE-CRATE
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DAY5_TRACE_CRANE'.
           IF WS-ENV-VALUE(1:4) = '9001'
              MOVE '9001' TO WS-CRANE-PARM
           END-IF.

       WRITE-TRACE-HEADER.
           IF WS-TRACE-CRATE = SPACE
              MOVE '(NONE)' TO WS-TRACE-LABEL
           ELSE
              MOVE WS-TRACE-CRATE TO WS-TRACE-LABEL
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'DAY-5 CRATE TRACE - ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INPUT-DATASET) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  CRANE ' DELIMITED BY SIZE
                  WS-CRANE-PARM DELIMITED BY SIZE
                  '  HEIGHTS EVERY ' DELIMITED BY SIZE
                  WS-INTERVAL DELIMITED BY SIZE
                  ' MOVES  TRACED CRATE ' DELIMITED BY SIZE
                  WS-TRACE-LABEL DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'MOVE HISTORY' TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      **----------------------------------------------------------------
      *    Route each line by phase exactly as DAY_5-PROGRAM's
      *    PROCESS-LINE does.
      **----------------------------------------------------------------
       TRACE-LINE.
           IF LINE-CONTENT NOT EQUAL SPACES
              IF PARSE-PHASE = 'D'
                 PERFORM TRACE-DRAWING-LINE
              ELSE
                 PERFORM TRACE-MOVE-LINE
              END-IF
           END-IF.

       TRACE-DRAWING-LINE.
           MOVE ZERO TO MOVE-WORK-NUM.
           INSPECT LINE-CONTENT TALLYING MOVE-WORK-NUM FOR ALL '['.
           IF MOVE-WORK-NUM = ZERO
              PERFORM CLOSE-CRATE-DRAWING
           ELSE
              PERFORM STORE-DRAWING-LINE
           END-IF.

       STORE-DRAWING-LINE.
           MOVE 'Y' TO LINE-VALID.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 9
              COMPUTE CRATE-COLUMN = 4 * S - 2
              MOVE LINE-CONTENT(CRATE-COLUMN:1) TO CRATE-CHAR
              IF CRATE-CHAR NOT = SPACE
                 IF CRATE-CHAR < 'A' OR CRATE-CHAR > 'Z'
                    OR LINE-CONTENT(CRATE-COLUMN - 1:1) NOT = '['
                    OR LINE-CONTENT(CRATE-COLUMN + 1:1) NOT = ']'
                    MOVE 'N' TO LINE-VALID
                 END-IF
              END-IF
           END-PERFORM.
           IF LINE-VALID = 'Y' AND DRAW-LINE-COUNT < 100
              ADD 1 TO DRAW-LINE-COUNT
              MOVE LINE-CONTENT(1:40) TO DRAW-LINE(DRAW-LINE-COUNT)
           ELSE
              ADD 1 TO WS-MALFORMED-COUNT
           END-IF.

      *    Builds the stacks bottom-up as DAY_5-PROGRAM does, then
      *    seeds each stack's peak with its drawn height at the
      *    stack-number line and writes the opening snapshot.
       CLOSE-CRATE-DRAWING.
           MOVE ZERO TO STACK-COUNT.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 9
              COMPUTE CRATE-COLUMN = 4 * S - 2
              MOVE LINE-CONTENT(CRATE-COLUMN:1) TO CRATE-CHAR
              IF CRATE-CHAR >= '1' AND CRATE-CHAR <= '9'
                 MOVE S TO STACK-COUNT
              END-IF
           END-PERFORM.
           IF STACK-COUNT = ZERO
              ADD 1 TO WS-MALFORMED-COUNT
           ELSE
              PERFORM VARYING L FROM DRAW-LINE-COUNT BY -1
                 UNTIL L < 1
                 PERFORM VARYING S FROM 1 BY 1 UNTIL S > STACK-COUNT
                    COMPUTE CRATE-COLUMN = 4 * S - 2
                    MOVE DRAW-LINE(L)(CRATE-COLUMN:1) TO CRATE-CHAR
                    IF CRATE-CHAR NOT = SPACE
                       ADD 1 TO STACK-DEPTH(S)
                       MOVE CRATE-CHAR TO
                          STACK-CRATE(S, STACK-DEPTH(S))
                    END-IF
                 END-PERFORM
              END-PERFORM
              PERFORM VARYING S FROM 1 BY 1 UNTIL S > STACK-COUNT
                 MOVE STACK-DEPTH(S) TO WS-PEAK-DEPTH(S)
                 MOVE LINE-NUM TO WS-PEAK-LINE(S)
              END-PERFORM
              MOVE 'M' TO PARSE-PHASE
              MOVE 'AS DRAWN' TO WS-SNAP-LABEL
              PERFORM WRITE-HEIGHT-SNAPSHOT
           END-IF.

      **----------------------------------------------------------------
      *    One move instruction under DAY_5-PROGRAM's edits; a line
      *    it would reject is counted and skipped.
      **----------------------------------------------------------------
       TRACE-MOVE-LINE.
           MOVE 'N' TO LINE-VALID.
           MOVE SPACES TO WORD-1-TEXT COUNT-TEXT WORD-2-TEXT
              FROM-TEXT WORD-3-TEXT TO-TEXT EXTRA-TEXT.
           UNSTRING LINE-CONTENT DELIMITED BY ALL ' '
              INTO WORD-1-TEXT COUNT-TEXT WORD-2-TEXT FROM-TEXT
                   WORD-3-TEXT TO-TEXT EXTRA-TEXT.
           IF WORD-1-TEXT = 'move' AND WORD-2-TEXT = 'from'
              AND WORD-3-TEXT = 'to' AND EXTRA-TEXT = SPACES
              AND COUNT-TEXT NOT = SPACES
              AND FROM-TEXT NOT = SPACES
              AND TO-TEXT NOT = SPACES
              AND FUNCTION TRIM(COUNT-TEXT) IS NUMERIC
              AND FUNCTION TRIM(FROM-TEXT) IS NUMERIC
              AND FUNCTION TRIM(TO-TEXT) IS NUMERIC
              PERFORM EDIT-MOVE-OPERANDS
           END-IF.
           IF LINE-VALID = 'Y'
              PERFORM TRACE-CRATE-LETTER
              IF WS-CRANE-PARM = '9001'
                 PERFORM APPLY-BLOCK-MOVE
              ELSE
                 PERFORM APPLY-SINGLE-MOVES
              END-IF
              ADD 1 TO MOVES-APPLIED
              PERFORM TRACK-MOVE-RESULT
           ELSE
              ADD 1 TO WS-MALFORMED-COUNT
           END-IF.

       EDIT-MOVE-OPERANDS.
           COMPUTE MOVE-WORK-NUM = FUNCTION NUMVAL(COUNT-TEXT).
           IF MOVE-WORK-NUM <= 900
              MOVE MOVE-WORK-NUM TO MOVE-CRATE-COUNT
              COMPUTE MOVE-WORK-NUM = FUNCTION NUMVAL(FROM-TEXT)
              IF MOVE-WORK-NUM >= 1 AND MOVE-WORK-NUM <= STACK-COUNT
                 MOVE MOVE-WORK-NUM TO FROM-STACK
                 COMPUTE MOVE-WORK-NUM = FUNCTION NUMVAL(TO-TEXT)
                 IF MOVE-WORK-NUM >= 1
                    AND MOVE-WORK-NUM <= STACK-COUNT
                    MOVE MOVE-WORK-NUM TO TO-STACK
                    IF MOVE-CRATE-COUNT <= STACK-DEPTH(FROM-STACK)
                       AND STACK-DEPTH(TO-STACK) + MOVE-CRATE-COUNT
                           <= 900
                       MOVE 'Y' TO LINE-VALID
                    END-IF
                 END-IF
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    Before the move is applied: how many crates bearing the
      *    traced letter sit in the block about to be lifted, and the
      *    one trace line for the move if there are any.
      **----------------------------------------------------------------
       TRACE-CRATE-LETTER.
           IF WS-TRACE-CRATE NOT = SPACE
              MOVE ZERO TO WS-LETTER-HITS
              COMPUTE L = STACK-DEPTH(FROM-STACK) - MOVE-CRATE-COUNT
              PERFORM VARYING K FROM 1 BY 1
                 UNTIL K > MOVE-CRATE-COUNT
                 IF STACK-CRATE(FROM-STACK, L + K) = WS-TRACE-CRATE
                    ADD 1 TO WS-LETTER-HITS
                 END-IF
              END-PERFORM
              IF WS-LETTER-HITS > ZERO
                 ADD 1 TO WS-CRATE-EVENTS
                 MOVE SPACES TO REPORT-RECORD
                 STRING '  LINE ' DELIMITED BY SIZE
                        LINE-NUM DELIMITED BY SIZE
                        ' CRATE ' DELIMITED BY SIZE
                        WS-TRACE-CRATE DELIMITED BY SIZE
                        ' X' DELIMITED BY SIZE
                        WS-LETTER-HITS DELIMITED BY SIZE
                        ' PICKED UP FROM STACK ' DELIMITED BY SIZE
                        FROM-STACK DELIMITED BY SIZE
                        ' SET DOWN ON STACK ' DELIMITED BY SIZE
                        TO-STACK DELIMITED BY SIZE
                        ' (MOVE ' DELIMITED BY SIZE
                        MOVE-CRATE-COUNT DELIMITED BY SIZE
                        ')' DELIMITED BY SIZE
                    INTO REPORT-RECORD
                 WRITE REPORT-RECORD
              END-IF
           END-IF.

      *    CrateMover 9000 - one crate at a time, DAY_5-PROGRAM's
      *    APPLY-MOVE.
       APPLY-SINGLE-MOVES.
           PERFORM VARYING K FROM 1 BY 1
              UNTIL K > MOVE-CRATE-COUNT
              MOVE STACK-CRATE(FROM-STACK, STACK-DEPTH(FROM-STACK))
                 TO CRATE-CHAR
              SUBTRACT 1 FROM STACK-DEPTH(FROM-STACK)
              ADD 1 TO STACK-DEPTH(TO-STACK)
              MOVE CRATE-CHAR TO
                 STACK-CRATE(TO-STACK, STACK-DEPTH(TO-STACK))
           END-PERFORM.

      *    CrateMover 9001 - the block keeps its order,
      *    DAY_5_P2-PROGRAM's APPLY-MOVE.
       APPLY-BLOCK-MOVE.
           IF FROM-STACK NOT = TO-STACK
              COMPUTE L = STACK-DEPTH(FROM-STACK) - MOVE-CRATE-COUNT
              PERFORM VARYING K FROM 1 BY 1
                 UNTIL K > MOVE-CRATE-COUNT
                 ADD 1 TO STACK-DEPTH(TO-STACK)
                 MOVE STACK-CRATE(FROM-STACK, L + K) TO
                    STACK-CRATE(TO-STACK, STACK-DEPTH(TO-STACK))
              END-PERFORM
              SUBTRACT MOVE-CRATE-COUNT FROM STACK-DEPTH(FROM-STACK)
           END-IF.

      **----------------------------------------------------------------
      *    After the move: a new peak for the destination, the
      *    emptied-stack flag, and the every-N-moves snapshot.
      **----------------------------------------------------------------
       TRACK-MOVE-RESULT.
           IF STACK-DEPTH(TO-STACK) > WS-PEAK-DEPTH(TO-STACK)
              MOVE STACK-DEPTH(TO-STACK) TO WS-PEAK-DEPTH(TO-STACK)
              MOVE LINE-NUM TO WS-PEAK-LINE(TO-STACK)
           END-IF.
           IF STACK-DEPTH(FROM-STACK) = ZERO
              AND MOVE-CRATE-COUNT > ZERO
              ADD 1 TO WS-EMPTIED-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING '  LINE ' DELIMITED BY SIZE
                     LINE-NUM DELIMITED BY SIZE
                     ' *** STACK ' DELIMITED BY SIZE
                     FROM-STACK DELIMITED BY SIZE
                     ' EMPTIED BY MOVE ' DELIMITED BY SIZE
                     MOVE-CRATE-COUNT DELIMITED BY SIZE
                     ' TO STACK ' DELIMITED BY SIZE
                     TO-STACK DELIMITED BY SIZE
                 INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
           IF FUNCTION MOD(MOVES-APPLIED, WS-INTERVAL) = ZERO
              MOVE 'AFTER MOVE' TO WS-SNAP-LABEL
              PERFORM WRITE-HEIGHT-SNAPSHOT
           END-IF.

      *    One line of every stack's height, in stack order.
       WRITE-HEIGHT-SNAPSHOT.
           MOVE SPACES TO WS-HEIGHT-LINE.
           MOVE 1 TO WS-HEIGHT-PTR.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > STACK-COUNT
              STRING ' ' DELIMITED BY SIZE
                     STACK-DEPTH(S) DELIMITED BY SIZE
                 INTO WS-HEIGHT-LINE
                 WITH POINTER WS-HEIGHT-PTR
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  LINE ' DELIMITED BY SIZE
                  LINE-NUM DELIMITED BY SIZE
                  ' HEIGHTS ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNAP-LABEL) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MOVES-APPLIED DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-HEIGHT-LINE DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-PEAK-SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'PEAK HEIGHT PER STACK' TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > STACK-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING '  STACK ' DELIMITED BY SIZE
                     S(3:1) DELIMITED BY SIZE
                     ' PEAK ' DELIMITED BY SIZE
                     WS-PEAK-DEPTH(S) DELIMITED BY SIZE
                     ' AT LINE ' DELIMITED BY SIZE
                     WS-PEAK-LINE(S) DELIMITED BY SIZE
                     '  FINAL ' DELIMITED BY SIZE
                     STACK-DEPTH(S) DELIMITED BY SIZE
                 INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-PERFORM.

       WRITE-TRACE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  LINES ' DELIMITED BY SIZE
                  LINE-NUM DELIMITED BY SIZE
                  '  MOVES APPLIED ' DELIMITED BY SIZE
                  MOVES-APPLIED DELIMITED BY SIZE
                  '  NOT APPLIED ' DELIMITED BY SIZE
                  WS-MALFORMED-COUNT DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  MOVES CARRYING TRACED CRATE ' DELIMITED BY SIZE
                  WS-CRATE-EVENTS DELIMITED BY SIZE
                  '  MOVES EMPTYING A STACK ' DELIMITED BY SIZE
                  WS-EMPTIED-COUNT DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      **----------------------------------------------------------------
          COPY "RESOLVDS.cpy".
