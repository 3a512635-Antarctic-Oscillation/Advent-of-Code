      ******************************************************************
      **                IDENTIFICATION DIVISION                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY2-WHATIF-PROGRAM.

      ******************************************************************
      **  What-if scoring of the Day-2 strategy guide. DAY_2-PROGRAM   *
      **  and DAY_2_P2-PROGRAM each score the guide under one fixed    *
      **  reading of the X/Y/Z column, and STANDINGS-PROGRAM only      *
      **  breaks those same two readings down. This report scores the  *
      **  whole guide under every reading the column could carry:      *
      **    - the six ways of assigning Rock/Paper/Scissors to X/Y/Z   *
      **      (X=R Y=P Z=S is the Part-1 reading);                     *
      **    - the outcome reading, X lose / Y draw / Z win (Part 2).   *
      **  The seven interpretations are ranked by total score with     *
      **  their win/draw/loss tallies, and each official reading is    *
      **  shown against the best and the worst case. The answer each   *
      **  Day-2 program last published (its current generation's       *
      **  footer, resolved through the housekeeping resolution         *
      **  dataset) is printed alongside, so a guide that has moved     *
      **  since the published run is visible.                          *
      **                                                               *
      **  The guide is read once into the nine opponent/column         *
      **  pairing counts - every interpretation is scored off those    *
      **  counts, with the same three-character line rule the Day-2    *
      **  programs enforce. Same report conventions as                 *
      **  STANDINGS-PROGRAM: RECLAY.cpy input, a plain report          *
      **  dataset, console summary, no generation suffix and no        *
      **  ledger append.                                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT INPUT-FILE ASSIGN DYNAMIC WS-INPUT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

          SELECT RESOLUTION-FILE
              ASSIGN DYNAMIC WS-RESOLUTION-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-RESOLUTION-STATUS.

      *    Same shared-buffer FD the dashboard reads footers with -
      *    both 01-levels so the widest record any source program
      *    writes still lands whole (see RECLAY.cpy's note).
          SELECT FOOTER-INPUT-FILE ASSIGN DYNAMIC WS-FOOTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-FOOTER-STATUS.

          SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
          COPY "RECLAY.cpy".

       FD RESOLUTION-FILE.
       01 RESOLUTION-RECORD       PIC X(160).

       FD FOOTER-INPUT-FILE.
          COPY "CTLREC.cpy".
          COPY "BATREC.cpy".

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
          COPY "DSNPARM.cpy".
       01 WS-REPORT-DATASET       PIC X(80) VALUE 'day2whatif.txt'.
       01 WS-RESOLUTION-DATASET   PIC X(80) VALUE 'genresolve.txt'.
       01 WS-RESOLUTION-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-FOOTER-DATASET       PIC X(80) VALUE SPACES.
       01 WS-FOOTER-STATUS        PIC X(2)  VALUE SPACES.
       01 EOF                     PIC X     VALUE 'N'.
       01 RESOLUTION-EOF          PIC X     VALUE 'N'.
       01 FOOTER-EOF              PIC X     VALUE 'N'.
       01 LINE-NUM                PIC 9(6)  VALUE ZERO.
       01 WS-LINE-LEN             PIC 9(3)  VALUE ZERO.
       01 WS-ROUND-COUNT          PIC 9(6)  VALUE ZERO.
       01 WS-MALFORMED-COUNT      PIC 9(6)  VALUE ZERO.
       01 OPPONENT-MOVE           PIC X.
       01 PLAYER-COLUMN           PIC X.

      *    One count per opponent/column pairing, indexed
      *    3 * (opponent - 1) + column, as STANDINGS-PROGRAM does.
       01 WS-PAIRING-COUNTS.
          05 WS-PAIR-COUNT OCCURS 9 TIMES PIC 9(6).
       01 WS-PAIR-INDEX           PIC 9     VALUE ZERO.

      *    The six shape assignments, three digits each - the shape
      *    (1 Rock, 2 Paper, 3 Scissors) X, Y and Z stand for. The
      *    first is the Part-1 reading.
       01 WS-PERMUTATIONS         PIC X(18)
          VALUE '123132213231312321'.
       01 WS-SHAPE-NAMES          PIC X(3)  VALUE 'RPS'.

      *    Interpretation 7 is the outcome reading (Part 2).
       01 WS-INTERP-TABLE.
          05 WS-INTERP OCCURS 7 TIMES.
             10 WS-INT-LABEL      PIC X(30).
             10 WS-INT-TOTAL      PIC 9(15).
             10 WS-INT-WINS       PIC 9(6).
             10 WS-INT-DRAWS      PIC 9(6).
             10 WS-INT-LOSSES     PIC 9(6).
       01 WS-RANK-ORDER.
          05 WS-RANK-SLOT OCCURS 7 TIMES PIC 9.
       01 WS-RANK-SWAP            PIC 9.

       01 K                       PIC 9.
       01 P                       PIC 9(2).
       01 I                       PIC 9.
       01 J                       PIC 9.
       01 WS-OPP-SHAPE            PIC 9.
       01 WS-COLUMN               PIC 9.
       01 WS-MY-SHAPE             PIC 9.
       01 WS-OUTCOME-PTS          PIC 9.
       01 WS-ROUND-PTS            PIC 9(2).

       01 WS-BEST-TOTAL           PIC 9(15) VALUE ZERO.
       01 WS-WORST-TOTAL          PIC 9(15) VALUE ZERO.
       01 WS-OFFICIAL-IX          PIC 9.
       01 WS-OFFICIAL-NAME        PIC X(8).
       01 WS-BEHIND-BEST          PIC 9(15).
       01 WS-ABOVE-WORST          PIC 9(15).
       01 WS-RANK-OF-OFFICIAL     PIC 9.

      *    The answers the two Day-2 programs last published.
       01 WS-RES-NAME             PIC X(40).
       01 WS-RES-VALUE            PIC X(120).
       01 WS-PUB-P1-FOUND         PIC X     VALUE 'N'.
       01 WS-PUB-P1-ANSWER        PIC 9(15) VALUE ZERO.
       01 WS-PUB-P2-FOUND         PIC X     VALUE 'N'.
       01 WS-PUB-P2-ANSWER        PIC 9(15) VALUE ZERO.
       01 WS-PUB-FOUND            PIC X.
       01 WS-PUB-ANSWER           PIC 9(15).
       01 WS-FTR-FOUND            PIC X.
       01 WS-FTR-ANSWER           PIC 9(15).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-WHATIF-PARMS.
           MOVE ZEROS TO WS-PAIRING-COUNTS.
           OPEN INPUT INPUT-FILE.
           PERFORM UNTIL EOF = 'Y'
               READ INPUT-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO LINE-NUM
                       PERFORM TALLY-LINE
               END-READ
           END-PERFORM.
           CLOSE INPUT-FILE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 7
              PERFORM SCORE-INTERPRETATION
           END-PERFORM.
           PERFORM RANK-INTERPRETATIONS.
           PERFORM LOAD-PUBLISHED-ANSWERS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-RANKING-SECTION.
           MOVE 1 TO WS-OFFICIAL-IX.
           MOVE 'PART-1' TO WS-OFFICIAL-NAME.
           MOVE WS-PUB-P1-FOUND TO WS-PUB-FOUND.
           MOVE WS-PUB-P1-ANSWER TO WS-PUB-ANSWER.
           PERFORM WRITE-OFFICIAL-SECTION.
           MOVE 7 TO WS-OFFICIAL-IX.
           MOVE 'PART-2' TO WS-OFFICIAL-NAME.
           MOVE WS-PUB-P2-FOUND TO WS-PUB-FOUND.
           MOVE WS-PUB-P2-ANSWER TO WS-PUB-ANSWER.
           PERFORM WRITE-OFFICIAL-SECTION.
           CLOSE REPORT-FILE.
           DISPLAY WS-ROUND-COUNT ' ROUNDS, 7 READINGS, BEST '
              WS-BEST-TOTAL ' WORST ' WS-WORST-TOTAL ' - SEE '
              FUNCTION TRIM(WS-REPORT-DATASET).
           STOP RUN.

      **----------------------------------------------------------------
       RESOLVE-WHATIF-PARMS.
           PERFORM RESOLVE-DATASET-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'WHATIF_REPORT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-REPORT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'GEN_RESOLUTION_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-RESOLUTION-DATASET
           END-IF.

      **----------------------------------------------------------------
      *    One round line, under the same three-character rule the
      *    Day-2 programs enforce - a line they would reject is
      *    counted malformed here, not scored.
      **----------------------------------------------------------------
       TALLY-LINE.
           IF LINE-CONTENT NOT EQUAL SPACES
              COMPUTE WS-LINE-LEN = FUNCTION LENGTH(FUNCTION TRIM
                 (LINE-CONTENT))
              MOVE LINE-CONTENT(1:1) TO OPPONENT-MOVE
              MOVE LINE-CONTENT(3:1) TO PLAYER-COLUMN
              IF WS-LINE-LEN = 3
                 AND (OPPONENT-MOVE = 'A' OR 'B' OR 'C')
                 AND (PLAYER-COLUMN = 'X' OR 'Y' OR 'Z')
                 PERFORM TALLY-PAIRING
              ELSE
                 ADD 1 TO WS-MALFORMED-COUNT
              END-IF
           END-IF.

       TALLY-PAIRING.
           ADD 1 TO WS-ROUND-COUNT.
           EVALUATE OPPONENT-MOVE
              WHEN 'A'
                 MOVE 0 TO WS-PAIR-INDEX
              WHEN 'B'
                 MOVE 3 TO WS-PAIR-INDEX
              WHEN OTHER
                 MOVE 6 TO WS-PAIR-INDEX
           END-EVALUATE.
           EVALUATE PLAYER-COLUMN
              WHEN 'X'
                 ADD 1 TO WS-PAIR-INDEX
              WHEN 'Y'
                 ADD 2 TO WS-PAIR-INDEX
              WHEN OTHER
                 ADD 3 TO WS-PAIR-INDEX
           END-EVALUATE.
           ADD 1 TO WS-PAIR-COUNT(WS-PAIR-INDEX).

      **----------------------------------------------------------------
      *    Interpretation K scored off the nine pairing counts: the
      *    shape played (from the permutation, or from the wanted
      *    outcome for K = 7), plus loss 0 / draw 3 / win 6 - Rock
      *    beats Scissors, Paper beats Rock, Scissors beats Paper, so
      *    shape S wins against shape MOD(S + 1, 3) + 1.
      **----------------------------------------------------------------
       SCORE-INTERPRETATION.
           MOVE ZERO TO WS-INT-TOTAL(K) WS-INT-WINS(K)
                        WS-INT-DRAWS(K) WS-INT-LOSSES(K).
           PERFORM BUILD-INTERPRETATION-LABEL.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 9
              IF WS-PAIR-COUNT(P) > ZERO
                 PERFORM SCORE-ONE-PAIRING
              END-IF
           END-PERFORM.

       SCORE-ONE-PAIRING.
           COMPUTE WS-OPP-SHAPE = (P - 1) / 3 + 1.
           COMPUTE WS-COLUMN = FUNCTION MOD(P - 1, 3) + 1.
           IF K < 7
              MOVE WS-PERMUTATIONS((K - 1) * 3 + WS-COLUMN:1)
                 TO WS-MY-SHAPE
           ELSE
              EVALUATE WS-COLUMN
                 WHEN 1
                    COMPUTE WS-MY-SHAPE =
                       FUNCTION MOD(WS-OPP-SHAPE + 1, 3) + 1
                 WHEN 2
                    MOVE WS-OPP-SHAPE TO WS-MY-SHAPE
                 WHEN OTHER
                    COMPUTE WS-MY-SHAPE =
                       FUNCTION MOD(WS-OPP-SHAPE, 3) + 1
              END-EVALUATE
           END-IF.
           EVALUATE TRUE
              WHEN WS-MY-SHAPE = WS-OPP-SHAPE
                 MOVE 3 TO WS-OUTCOME-PTS
                 ADD WS-PAIR-COUNT(P) TO WS-INT-DRAWS(K)
              WHEN WS-MY-SHAPE = FUNCTION MOD(WS-OPP-SHAPE, 3) + 1
                 MOVE 6 TO WS-OUTCOME-PTS
                 ADD WS-PAIR-COUNT(P) TO WS-INT-WINS(K)
              WHEN OTHER
                 MOVE 0 TO WS-OUTCOME-PTS
                 ADD WS-PAIR-COUNT(P) TO WS-INT-LOSSES(K)
           END-EVALUATE.
           COMPUTE WS-ROUND-PTS = WS-MY-SHAPE + WS-OUTCOME-PTS.
           COMPUTE WS-INT-TOTAL(K) = WS-INT-TOTAL(K)
              + WS-ROUND-PTS * WS-PAIR-COUNT(P).

       BUILD-INTERPRETATION-LABEL.
           MOVE SPACES TO WS-INT-LABEL(K).
           IF K < 7
              MOVE WS-PERMUTATIONS((K - 1) * 3 + 1:1) TO I
              MOVE WS-PERMUTATIONS((K - 1) * 3 + 2:1) TO J
              MOVE WS-PERMUTATIONS((K - 1) * 3 + 3:1) TO WS-MY-SHAPE
              STRING 'X=' DELIMITED BY SIZE
                     WS-SHAPE-NAMES(I:1) DELIMITED BY SIZE
                     ' Y=' DELIMITED BY SIZE
                     WS-SHAPE-NAMES(J:1) DELIMITED BY SIZE
                     ' Z=' DELIMITED BY SIZE
                     WS-SHAPE-NAMES(WS-MY-SHAPE:1) DELIMITED BY SIZE
                 INTO WS-INT-LABEL(K)
              IF K = 1
                 MOVE 'X=R Y=P Z=S (PART-1)' TO WS-INT-LABEL(K)
              END-IF
           ELSE
              MOVE 'LOSE/DRAW/WIN (PART-2)' TO WS-INT-LABEL(K)
           END-IF.

      **----------------------------------------------------------------
      *    Highest total first; an equal total keeps interpretation
      *    order, so the official readings sort ahead of a tie.
      **----------------------------------------------------------------
       RANK-INTERPRETATIONS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 7
              MOVE K TO WS-RANK-SLOT(K)
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
              PERFORM VARYING J FROM I BY 1 UNTIL J > 7
                 IF WS-INT-TOTAL(WS-RANK-SLOT(J)) >
                    WS-INT-TOTAL(WS-RANK-SLOT(I))
                    OR (WS-INT-TOTAL(WS-RANK-SLOT(J)) =
                        WS-INT-TOTAL(WS-RANK-SLOT(I))
                        AND WS-RANK-SLOT(J) < WS-RANK-SLOT(I))
                    MOVE WS-RANK-SLOT(I) TO WS-RANK-SWAP
                    MOVE WS-RANK-SLOT(J) TO WS-RANK-SLOT(I)
                    MOVE WS-RANK-SWAP TO WS-RANK-SLOT(J)
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE WS-INT-TOTAL(WS-RANK-SLOT(1)) TO WS-BEST-TOTAL.
           MOVE WS-INT-TOTAL(WS-RANK-SLOT(7)) TO WS-WORST-TOTAL.

      **----------------------------------------------------------------
      *    DAY2P1_CURRENT_DATASET / DAY2P2_CURRENT_DATASET name the
      *    generations the last Day-2 runs published; their footers
      *    carry the published answers.
      **----------------------------------------------------------------
       LOAD-PUBLISHED-ANSWERS.
           OPEN INPUT RESOLUTION-FILE.
           IF WS-RESOLUTION-STATUS = '00'
              PERFORM UNTIL RESOLUTION-EOF = 'Y'
                  READ RESOLUTION-FILE
                      AT END
                          MOVE 'Y' TO RESOLUTION-EOF
                      NOT AT END
                          PERFORM CHECK-ONE-RESOLUTION-LINE
                  END-READ
              END-PERFORM
              CLOSE RESOLUTION-FILE
           END-IF.

       CHECK-ONE-RESOLUTION-LINE.
           MOVE SPACES TO WS-RES-NAME WS-RES-VALUE.
           UNSTRING RESOLUTION-RECORD DELIMITED BY '='
              INTO WS-RES-NAME WS-RES-VALUE.
           EVALUATE FUNCTION TRIM(WS-RES-NAME)
              WHEN 'DAY2P1_CURRENT_DATASET'
                 IF WS-PUB-P1-FOUND = 'N'
                    MOVE WS-RES-VALUE TO WS-FOOTER-DATASET
                    PERFORM READ-FOOTER-ANSWER
                    MOVE WS-FTR-FOUND TO WS-PUB-P1-FOUND
                    MOVE WS-FTR-ANSWER TO WS-PUB-P1-ANSWER
                 END-IF
              WHEN 'DAY2P2_CURRENT_DATASET'
                 IF WS-PUB-P2-FOUND = 'N'
                    MOVE WS-RES-VALUE TO WS-FOOTER-DATASET
                    PERFORM READ-FOOTER-ANSWER
                    MOVE WS-FTR-FOUND TO WS-PUB-P2-FOUND
                    MOVE WS-FTR-ANSWER TO WS-PUB-P2-ANSWER
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       READ-FOOTER-ANSWER.
           MOVE 'N' TO WS-FTR-FOUND.
           MOVE ZERO TO WS-FTR-ANSWER.
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
                             MOVE FTR-FINAL-ANSWER TO WS-FTR-ANSWER
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FOOTER-INPUT-FILE
           END-IF.

       WRITE-RANKING-SECTION.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'DAY-2 WHAT-IF SCORING - ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INPUT-DATASET) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ROUNDS ' DELIMITED BY SIZE
                  WS-ROUND-COUNT DELIMITED BY SIZE
                  '  MALFORMED ' DELIMITED BY SIZE
                  WS-MALFORMED-COUNT DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'RANK READING' DELIMITED BY SIZE
                  '                        TOTAL' DELIMITED BY SIZE
                  '             WINS  DRAWS LOSSES' DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
              MOVE WS-RANK-SLOT(I) TO K
              MOVE SPACES TO REPORT-RECORD
              STRING '  ' DELIMITED BY SIZE
                     I DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     WS-INT-LABEL(K) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-INT-TOTAL(K) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-INT-WINS(K) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-INT-DRAWS(K) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-INT-LOSSES(K) DELIMITED BY SIZE
                 INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      **----------------------------------------------------------------
      *    One official reading against the best and worst case, and
      *    the answer its program last published.
      **----------------------------------------------------------------
       WRITE-OFFICIAL-SECTION.
           MOVE ZERO TO WS-RANK-OF-OFFICIAL.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
              IF WS-RANK-SLOT(I) = WS-OFFICIAL-IX
                 MOVE I TO WS-RANK-OF-OFFICIAL
              END-IF
           END-PERFORM.
           COMPUTE WS-BEHIND-BEST =
              WS-BEST-TOTAL - WS-INT-TOTAL(WS-OFFICIAL-IX).
           COMPUTE WS-ABOVE-WORST =
              WS-INT-TOTAL(WS-OFFICIAL-IX) - WS-WORST-TOTAL.
           MOVE SPACES TO REPORT-RECORD.
           STRING FUNCTION TRIM(WS-OFFICIAL-NAME) DELIMITED BY SIZE
                  ' OFFICIAL READING ' DELIMITED BY SIZE
                  WS-INT-TOTAL(WS-OFFICIAL-IX) DELIMITED BY SIZE
                  '  RANK ' DELIMITED BY SIZE
                  WS-RANK-OF-OFFICIAL DELIMITED BY SIZE
                  ' OF 7' DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  BEHIND BEST  ' DELIMITED BY SIZE
                  WS-BEHIND-BEST DELIMITED BY SIZE
                  '  (BEST ' DELIMITED BY SIZE
                  WS-BEST-TOTAL DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ABOVE WORST  ' DELIMITED BY SIZE
                  WS-ABOVE-WORST DELIMITED BY SIZE
                  '  (WORST ' DELIMITED BY SIZE
                  WS-WORST-TOTAL DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-PUB-FOUND = 'Y'
              IF WS-PUB-ANSWER = WS-INT-TOTAL(WS-OFFICIAL-IX)
                 STRING '  PUBLISHED    ' DELIMITED BY SIZE
                        WS-PUB-ANSWER DELIMITED BY SIZE
                        '  MATCHES THIS GUIDE' DELIMITED BY SIZE
                    INTO REPORT-RECORD
              ELSE
                 STRING '  PUBLISHED    ' DELIMITED BY SIZE
                        WS-PUB-ANSWER DELIMITED BY SIZE
                        '  DIFFERS - GUIDE CHANGED SINCE PUBLISHED'
                           DELIMITED BY SIZE
                    INTO REPORT-RECORD
              END-IF
           ELSE
              MOVE '  PUBLISHED    NO CURRENT GENERATION RESOLVED'
                 TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      **----------------------------------------------------------------
          COPY "RESOLVDS.cpy".
