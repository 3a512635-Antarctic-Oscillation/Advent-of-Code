       IDENTIFICATION DIVISION.
      *
      *   Day-5 Part-2: the same crate-movement feed as DAY_5-PROGRAM,
      *   with the same drawing parse and move edits, but the crane is
      *   now a CrateMover 9001 - a "move N from X to Y" lifts all N
      *   crates as one block, so they land on the destination in the
      *   order they stood on the source. PROGRAM-ID follows the
      *   DAY_n_P2-PROGRAM underscore style of Day-2/Part-2.cbl.
      *
      *   The answer is again the top-of-stack letter string on its
      *   own TOP record; the footer and ledger carry the applied-move
      *   count as the control answer, and the driver picks up both
      *   through the DAY5P2_TOP_CRATES / DAY5P2_MOVES_APPLIED
      *   environment hand-back.
      *
       PROGRAM-ID. DAY_5_P2-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT INPUT-FILE ASSIGN DYNAMIC WS-INPUT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

          SELECT OUTPUT-FILE ASSIGN DYNAMIC WS-OUTPUT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

          SELECT REJECT-FILE ASSIGN DYNAMIC WS-REJECT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

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

          SELECT RUN-LOCK-FILE
              ASSIGN DYNAMIC WS-RUN-LOCK-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-RUN-LOCK-STATUS.

          SELECT GEN-CATALOG-FILE
              ASSIGN DYNAMIC WS-GENCAT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GENCAT-STATUS.

      *    Read-back of each closed generation for the record
      *    count and content hash its catalog entry carries.
          SELECT GEN-FINGERPRINT-FILE
              ASSIGN DYNAMIC WS-GFP-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GFP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
          COPY "RECLAY.cpy".

       FD OUTPUT-FILE.
      *    One audit line per applied move: which instruction line,
      *    the from/to stacks and crate count, and the running count
      *    of moves applied - the shared OUTPUT-CONTENT name/width
      *    carries the running total per OUTLAY.cpy's convention.
       01 OUTPUT-RECORD.
          05 LINE-NUM-OUTPUT     PIC 9(6).
          05 OUTPUT-SEP-1        PIC X.
          05 FROM-STACK-OUT      PIC 9.
          05 OUTPUT-SEP-2        PIC X.
          05 TO-STACK-OUT        PIC 9.
          05 OUTPUT-SEP-3        PIC X.
          05 CRATE-COUNT-OUT     PIC 9(3).
          05 OUTPUT-SEP-4        PIC X.
          05 OUTPUT-CONTENT      PIC 9(15).
          COPY "HDRREC.cpy".
          COPY "CTLREC.cpy".
      *    The letter-string answer rides this further 01-level under
      *    the same FD, alongside the control footer - the same
      *    shared-buffer technique as DAY_4-PROGRAM's AN2 record.
       01 TOP-ANSWER-RECORD.
          05 TOP-LABEL           PIC X(3).
          05 TOP-SEP-1           PIC X.
          05 TOP-CRATES-OUT      PIC X(9).

       FD REJECT-FILE.
          COPY "EXCREC.cpy".

       FD RUN-LEDGER-FILE.
          COPY "RUNLREC.cpy".

       FD RUN-LOCK-FILE.
          COPY "LOCKREC.cpy".

       FD GEN-CATALOG-FILE.
          COPY "GCATREC.cpy".

       FD GEN-FINGERPRINT-FILE.
          COPY "GFPREC.cpy".

       WORKING-STORAGE SECTION.
          COPY "DSNPARM.cpy".
          COPY "EXCPARM.cpy".
          COPY "HDRPARM.cpy".
          COPY "CTLPARM.cpy".
          COPY "SEVPARM.cpy".
          COPY "RUNLPARM.cpy".
          COPY "LCKPARM.cpy".
          COPY "GCATPARM.cpy".
       01 LINE-NUM             PIC 9(6)  VALUE ZERO.
       01 EOF                  PIC X     VALUE 'N'.
      *    'D' while the crate drawing is arriving, 'M' once the
      *    stack-number line has closed it and the move instructions
      *    are expected.
       01 PARSE-PHASE          PIC X     VALUE 'D'.

      *    The drawing arrives top crate first, so its rows are held
      *    here until the stack-number line closes it - only then can
      *    the stacks be built bottom-up.
       01 DRAW-LINE-COUNT      PIC 9(3)  VALUE ZERO.
       01 DRAW-OVERFLOW        PIC X     VALUE 'N'.
       01 DRAWING-TABLE.
          05 DRAW-LINE OCCURS 100 TIMES PIC X(40).

      *    Nine stacks of up to 900 crates each: the drawing accepts
      *    at most 100 rows of 9 stacks, so 900 is every crate an
      *    accepted feed can hold - a run of moves piling the whole
      *    camp onto one stack still fits the slot instead of
      *    overrunning into the next stack's storage.
       01 STACK-COUNT          PIC 9     VALUE ZERO.
       01 STACK-TABLE.
          05 STACK-ENTRY OCCURS 9 TIMES.
             10 STACK-DEPTH    PIC 9(3).
             10 STACK-CRATE    PIC X OCCURS 900 TIMES.

       01 MOVES-APPLIED        PIC 9(15) VALUE ZERO.
       01 LINE-VALID           PIC X     VALUE 'N'.
       01 WORD-1-TEXT          PIC X(10).
       01 COUNT-TEXT           PIC X(10).
       01 WORD-2-TEXT          PIC X(10).
       01 FROM-TEXT            PIC X(10).
       01 WORD-3-TEXT          PIC X(10).
       01 TO-TEXT              PIC X(10).
       01 EXTRA-TEXT           PIC X(20).
       01 MOVE-CRATE-COUNT     PIC 9(3)  VALUE ZERO.
       01 FROM-STACK           PIC 9     VALUE ZERO.
       01 TO-STACK             PIC 9     VALUE ZERO.
       01 MOVE-WORK-NUM        PIC 9(9)  VALUE ZERO.
       01 CRATE-CHAR           PIC X.
       01 CRATE-COLUMN         PIC 9(3).
       01 TOP-CRATES           PIC X(9)  VALUE SPACES.
       01 S                    PIC 9(3).
       01 L                    PIC 9(3).
       01 K                    PIC 9(3).

       PROCEDURE DIVISION.
          PERFORM RESOLVE-DATASET-NAMES.
          PERFORM CHECK-RUN-LOCK.
          IF WS-LOCK-OK = 'N'
             MOVE 8 TO RETURN-CODE
             GOBACK
          END-IF.
      *   Blank the drawing and stack tables up front, the way
      *   STATISTICS-PROGRAM zeroes its tally tables - an OCCURS
      *   area carries no VALUE of its own.
          MOVE SPACES TO DRAWING-TABLE STACK-TABLE.
          PERFORM VARYING S FROM 1 BY 1 UNTIL S > 9
             MOVE ZERO TO STACK-DEPTH(S)
          END-PERFORM.
      *   Day/part are set up front, not just before the run header -
      *   REGISTER-GENERATION catalogs the finished generation under
      *   this day/part key once OUTPUT-FILE is closed.
          MOVE 5 TO WS-HDR-DAY.
          MOVE 2 TO WS-HDR-PART.
          PERFORM APPEND-GENERATION-SUFFIX.
          OPEN INPUT INPUT-FILE
               OUTPUT OUTPUT-FILE
               OUTPUT REJECT-FILE.
          PERFORM WRITE-RUN-HEADER.

          PERFORM UNTIL EOF = 'Y'
              READ INPUT-FILE
                  AT END
                      MOVE 'Y' TO EOF
                  NOT AT END
                      ADD 1 TO LINE-NUM
                      PERFORM PROCESS-LINE
              END-READ
          END-PERFORM.

      *   A feed that ends still in the drawing phase never closed
      *   the drawing with a stack-number line - there are no stacks
      *   to answer from.
          IF PARSE-PHASE = 'D'
             DISPLAY 'CRATE DRAWING NEVER CLOSED BY A STACK-NUMBER '
                'LINE - NO ANSWER'
             IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
             END-IF
          END-IF.
          PERFORM BUILD-TOP-CRATES.

          MOVE LINE-NUM TO WS-RECORDS-READ.
          MOVE MOVES-APPLIED TO WS-FINAL-ANSWER.
          MOVE 'TOP' TO TOP-LABEL.
          MOVE SPACE TO TOP-SEP-1.
          MOVE TOP-CRATES TO TOP-CRATES-OUT.
          WRITE TOP-ANSWER-RECORD.
          PERFORM EVALUATE-RUN-SEVERITY.
          PERFORM WRITE-CONTROL-FOOTER.

          CLOSE INPUT-FILE
                OUTPUT-FILE
                REJECT-FILE.
          PERFORM REGISTER-GENERATION.
          MOVE 'DAY_5_P2-PROGRAM' TO WS-LEDGER-PROGRAM.
          PERFORM WRITE-RUN-LEDGER.

          DISPLAY 'TOP OF STACKS ' FUNCTION TRIM(TOP-CRATES)
             ' AFTER ' MOVES-APPLIED ' MOVES'.
      *
      *   Hand both the string answer and the numeric control answer
      *   back through the environment so a calling driver program
      *   can pick them up, the same way the other driver-called
      *   programs do.
      *
          DISPLAY 'DAY5P2_TOP_CRATES' UPON ENVIRONMENT-NAME.
          DISPLAY TOP-CRATES UPON ENVIRONMENT-VALUE.
          DISPLAY 'DAY5P2_MOVES_APPLIED' UPON ENVIRONMENT-NAME.
          DISPLAY MOVES-APPLIED UPON ENVIRONMENT-VALUE.
          GOBACK.

      **----------------------------------------------------------------
      *    Route each line by phase: drawing rows are collected until
      *    the stack-number line closes the drawing, blank lines
      *    separate the two sections, and everything after the
      *    drawing is a move instruction. A malformed line in either
      *    phase is rejected instead of silently skewing the stacks,
      *    the same way DAY_4-PROGRAM rejects malformed pairs.
      **----------------------------------------------------------------
       PROCESS-LINE.
          IF LINE-CONTENT = SPACES
             CONTINUE
          ELSE
             IF PARSE-PHASE = 'D'
                PERFORM PROCESS-DRAWING-LINE
             ELSE
                PERFORM PROCESS-MOVE-LINE
             END-IF
          END-IF.

      **----------------------------------------------------------------
      *    One drawing row: the stack-number line (digits under the
      *    crate columns, no brackets) closes the drawing and builds
      *    the stacks; any other row must be "[X]" cells on the
      *    four-column grid.
      **----------------------------------------------------------------
       PROCESS-DRAWING-LINE.
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
          IF LINE-VALID = 'N'
             MOVE LINE-NUM TO WS-REJECT-LINE-NUM
             MOVE 'MALFORMED CRATE DRAWING LINE' TO WS-REJECT-REASON
             PERFORM WRITE-REJECT-RECORD
          ELSE
             IF DRAW-LINE-COUNT < 100
                ADD 1 TO DRAW-LINE-COUNT
                MOVE LINE-CONTENT(1:40) TO
                   DRAW-LINE(DRAW-LINE-COUNT)
             ELSE
                MOVE 'Y' TO DRAW-OVERFLOW
                MOVE LINE-NUM TO WS-REJECT-LINE-NUM
                MOVE 'CRATE DRAWING DEEPER THAN TABLE'
                   TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-RECORD
             END-IF
          END-IF.

      **----------------------------------------------------------------
      *    The stack-number line: the highest column holding a digit
      *    is the stack count, and the held drawing rows are replayed
      *    bottom row first so each stack builds bottom-up.
      **----------------------------------------------------------------
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
             MOVE LINE-NUM TO WS-REJECT-LINE-NUM
             MOVE 'UNRECOGNIZED DRAWING LINE' TO WS-REJECT-REASON
             PERFORM WRITE-REJECT-RECORD
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
             MOVE 'M' TO PARSE-PHASE
          END-IF.

      **----------------------------------------------------------------
      *    One "move N from X to Y" instruction: strict five-token
      *    shape with numeric count and in-range stacks, rejected
      *    otherwise. An over-deep move (more crates than the source
      *    holds) is rejected whole rather than half-applied.
      **----------------------------------------------------------------
       PROCESS-MOVE-LINE.
          MOVE 'N' TO LINE-VALID.
          MOVE SPACES TO WORD-1-TEXT COUNT-TEXT WORD-2-TEXT
             FROM-TEXT WORD-3-TEXT TO-TEXT EXTRA-TEXT.
          UNSTRING LINE-CONTENT DELIMITED BY ALL ' '
             INTO WORD-1-TEXT COUNT-TEXT WORD-2-TEXT FROM-TEXT
                  WORD-3-TEXT TO-TEXT EXTRA-TEXT.
          EVALUATE TRUE
             WHEN WORD-1-TEXT NOT = 'move'
               OR WORD-2-TEXT NOT = 'from'
               OR WORD-3-TEXT NOT = 'to'
               OR EXTRA-TEXT NOT EQUAL SPACES
                MOVE 'MALFORMED MOVE INSTRUCTION' TO WS-REJECT-REASON
                PERFORM REJECT-MOVE-LINE
             WHEN COUNT-TEXT = SPACES
               OR FROM-TEXT = SPACES
               OR TO-TEXT = SPACES
               OR FUNCTION TRIM(COUNT-TEXT) NOT NUMERIC
               OR FUNCTION TRIM(FROM-TEXT) NOT NUMERIC
               OR FUNCTION TRIM(TO-TEXT) NOT NUMERIC
                MOVE 'NON-NUMERIC MOVE OPERAND' TO WS-REJECT-REASON
                PERFORM REJECT-MOVE-LINE
             WHEN OTHER
                PERFORM EDIT-MOVE-OPERANDS
                IF LINE-VALID = 'Y'
                   PERFORM APPLY-MOVE
                END-IF
          END-EVALUATE.

       EDIT-MOVE-OPERANDS.
          COMPUTE MOVE-WORK-NUM = FUNCTION NUMVAL(COUNT-TEXT).
          IF MOVE-WORK-NUM > 900
             MOVE 'MOVE COUNT OVER CRATE TABLE' TO WS-REJECT-REASON
             PERFORM REJECT-MOVE-LINE
          ELSE
             MOVE MOVE-WORK-NUM TO MOVE-CRATE-COUNT
             COMPUTE MOVE-WORK-NUM = FUNCTION NUMVAL(FROM-TEXT)
             IF MOVE-WORK-NUM < 1 OR MOVE-WORK-NUM > STACK-COUNT
                MOVE 'MOVE NAMES UNKNOWN STACK' TO WS-REJECT-REASON
                PERFORM REJECT-MOVE-LINE
             ELSE
                MOVE MOVE-WORK-NUM TO FROM-STACK
                COMPUTE MOVE-WORK-NUM = FUNCTION NUMVAL(TO-TEXT)
                IF MOVE-WORK-NUM < 1 OR MOVE-WORK-NUM > STACK-COUNT
                   MOVE 'MOVE NAMES UNKNOWN STACK'
                      TO WS-REJECT-REASON
                   PERFORM REJECT-MOVE-LINE
                ELSE
                   MOVE MOVE-WORK-NUM TO TO-STACK
                   EVALUATE TRUE
                      WHEN MOVE-CRATE-COUNT >
                           STACK-DEPTH(FROM-STACK)
                         MOVE 'MOVE DEEPER THAN SOURCE STACK'
                            TO WS-REJECT-REASON
                         PERFORM REJECT-MOVE-LINE
      *               The destination guard matching the source one:
      *               a push past the crate table would silently
      *               overrun into the next stack's storage.
                      WHEN STACK-DEPTH(TO-STACK)
                           + MOVE-CRATE-COUNT > 900
                         MOVE 'MOVE OVERFLOWS DESTINATION STACK'
                            TO WS-REJECT-REASON
                         PERFORM REJECT-MOVE-LINE
                      WHEN OTHER
                         MOVE 'Y' TO LINE-VALID
                   END-EVALUATE
                END-IF
             END-IF
          END-IF.

       REJECT-MOVE-LINE.
          MOVE LINE-NUM TO WS-REJECT-LINE-NUM.
          PERFORM WRITE-REJECT-RECORD.

      **----------------------------------------------------------------
      *    The CrateMover 9001 lifts the top N crates as one block,
      *    so their order is kept - the block is copied bottom crate
      *    first from source position depth-N+1 onto the destination,
      *    then the source depth drops by N. Source and destination
      *    are different stacks (or the block is set straight back
      *    down where it was), so the copy never reads a slot it has
      *    already written.
      **----------------------------------------------------------------
       APPLY-MOVE.
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
          ADD 1 TO MOVES-APPLIED.
          MOVE LINE-NUM TO LINE-NUM-OUTPUT.
          MOVE SPACE TO OUTPUT-SEP-1.
          MOVE FROM-STACK TO FROM-STACK-OUT.
          MOVE SPACE TO OUTPUT-SEP-2.
          MOVE TO-STACK TO TO-STACK-OUT.
          MOVE SPACE TO OUTPUT-SEP-3.
          MOVE MOVE-CRATE-COUNT TO CRATE-COUNT-OUT.
          MOVE SPACE TO OUTPUT-SEP-4.
          MOVE MOVES-APPLIED TO OUTPUT-CONTENT.
          WRITE OUTPUT-RECORD.
          ADD 1 TO WS-RECORDS-WRITTEN.

      **----------------------------------------------------------------
      *    The answer string: each stack's top crate in stack order,
      *    '-' standing in for a stack the moves emptied.
      **----------------------------------------------------------------
       BUILD-TOP-CRATES.
          MOVE SPACES TO TOP-CRATES.
          PERFORM VARYING S FROM 1 BY 1 UNTIL S > STACK-COUNT
             IF STACK-DEPTH(S) > ZERO
                MOVE STACK-CRATE(S, STACK-DEPTH(S))
                   TO TOP-CRATES(S:1)
             ELSE
                MOVE '-' TO TOP-CRATES(S:1)
             END-IF
          END-PERFORM.

      **----------------------------------------------------------------
          COPY "RESOLVDS.cpy".

      **----------------------------------------------------------------
          COPY "REJWRITE.cpy".

      **----------------------------------------------------------------
          COPY "HDRWRITE.cpy".

      **----------------------------------------------------------------
          COPY "CTLWRITE.cpy".

      **----------------------------------------------------------------
          COPY "SEVCHECK.cpy".

      **----------------------------------------------------------------
          COPY "GENSUFX.cpy".

      **----------------------------------------------------------------
          COPY "RUNLWRIT.cpy".

      **----------------------------------------------------------------
          COPY "GCATWRIT.cpy".

      **----------------------------------------------------------------
          COPY "GFPCALC.cpy".
      **----------------------------------------------------------------
          COPY "LCKCHECK.cpy".
