
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
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GENCAT-STATUS.

      *    Read-back of each closed generation for the record
      *    count and content hash its catalog entry carries.
          SELECT GEN-FINGERPRINT-FILE
              ASSIGN DYNAMIC WS-GFP-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GFP-STATUS.

      *    Every group without exactly one badge item type common to
      *    all three rucksacks.
          SELECT AMBIGUITY-FILE
              ASSIGN DYNAMIC WS-AMBIGUITY-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-AMBIGUITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       FD GEN-CATALOG-FILE.
          COPY "GCATREC.cpy".

       FD GEN-FINGERPRINT-FILE.
          COPY "GFPREC.cpy".

       FD AMBIGUITY-FILE.
          COPY "AMBREC.cpy".

       WORKING-STORAGE SECTION.
          COPY "DSNPARM.cpy".
          COPY "EXCPARM.cpy".
          COPY "RUNLPARM.cpy".
          COPY "LCKPARM.cpy".
          COPY "GCATPARM.cpy".
          COPY "AMBPARM.cpy".
       01 WS-AMBIGUITY-DATASET PIC X(80) VALUE 'badgeambig.txt'.
       01 PRIORITY-SUM         PIC 9(10) VALUE 0.
       01 GROUP-LINE-1         PIC X(80).
       01 GROUP-LINE-2         PIC X(80).
       01 MATCH-COUNT-2        PIC 9(2).
       01 MATCH-COUNT-3        PIC 9(2).
       01 PRIORITY-VALUE       PIC 9(4).
       01 CANDIDATE-BADGE      PIC X.

       PROCEDURE DIVISION.
          PERFORM RESOLVE-DATASET-NAMES.
             MOVE 8 TO RETURN-CODE
             GOBACK
          END-IF.
      *   Day/part are set up front, not just before the run header -
      *   REGISTER-GENERATION catalogs the finished generation under
      *   this day/part key once OUTPUT-FILE is closed.
          MOVE 3 TO WS-HDR-DAY.
          MOVE 2 TO WS-HDR-PART.
          PERFORM APPEND-GENERATION-SUFFIX.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
             'BADGE_AMBIGUITY_DATASET'.
          IF WS-ENV-VALUE NOT EQUAL SPACES
             MOVE WS-ENV-VALUE TO WS-AMBIGUITY-DATASET
          END-IF.
          OPEN INPUT INPUT-FILE
               OUTPUT OUTPUT-FILE
               OUTPUT REJECT-FILE
               OUTPUT AMBIGUITY-FILE.
          PERFORM WRITE-RUN-HEADER.

          PERFORM READ-PROCESS-WRITE

          MOVE PRIORITY-SUM TO WS-FINAL-ANSWER.
          PERFORM EVALUATE-RUN-SEVERITY.
          PERFORM GRADE-AMBIGUITY-SEVERITY.
          PERFORM WRITE-CONTROL-FOOTER.

          CLOSE INPUT-FILE
                OUTPUT-FILE
                REJECT-FILE
                AMBIGUITY-FILE.
          PERFORM REGISTER-GENERATION.
          MOVE 'DAY-2-P2-PROGRAM' TO WS-LEDGER-PROGRAM.
          PERFORM WRITE-RUN-LEDGER.

             ADD 1 TO GROUP-NUM
             IF WS-GROUP-VALID = 'Y'
                PERFORM CALCULATE-BADGE-PRIORITY
                PERFORM CHECK-GROUP-AMBIGUITY
                IF BADGE-FOUND = 'Y'
                   MOVE PRIORITY-SUM TO OUTPUT-CONTENT
                   WRITE OUTPUT-RECORD
             ADD PRIORITY-VALUE TO PRIORITY-SUM
          END-IF.

      **----------------------------------------------------------------
      *    The badge still takes the first common item type, as it
      *    always has; this pass counts every one of them, and a
      *    group with none or several goes to the ambiguity
      *    exception file.
      **----------------------------------------------------------------
       CHECK-GROUP-AMBIGUITY.
          MOVE ZERO TO WS-COMMON-COUNT.
          MOVE SPACES TO WS-COMMON-ITEMS.
          PERFORM VARYING I FROM 1 BY 1 UNTIL I > LINE-1-LEN
              PERFORM CHECK-ONE-GROUP-ITEM
          END-PERFORM.
          IF WS-COMMON-COUNT NOT = 1
             MOVE 'GROUP' TO WS-AMB-KIND
             MOVE WS-GROUP-START-LINE TO WS-AMB-LINE-NUM
             MOVE GROUP-NUM TO WS-AMB-GROUP-NUM
             PERFORM WRITE-AMBIGUITY-RECORD
          END-IF.

       CHECK-ONE-GROUP-ITEM.
          MOVE GROUP-LINE-1(I:1) TO CANDIDATE-BADGE.
          MOVE ZERO TO WS-COMMON-SEEN.
          INSPECT WS-COMMON-ITEMS TALLYING WS-COMMON-SEEN
             FOR ALL CANDIDATE-BADGE.
          IF WS-COMMON-SEEN = ZERO AND CANDIDATE-BADGE NOT = SPACE
             MOVE ZERO TO MATCH-COUNT-2 MATCH-COUNT-3
             INSPECT GROUP-LINE-2 TALLYING MATCH-COUNT-2
                FOR ALL CANDIDATE-BADGE
             INSPECT GROUP-LINE-3 TALLYING MATCH-COUNT-3
                FOR ALL CANDIDATE-BADGE
             IF MATCH-COUNT-2 > ZERO AND MATCH-COUNT-3 > ZERO
                AND WS-COMMON-COUNT < 52
                ADD 1 TO WS-COMMON-COUNT
                MOVE CANDIDATE-BADGE
                   TO WS-COMMON-ITEMS(WS-COMMON-COUNT:1)
             END-IF
          END-IF.

      **----------------------------------------------------------------
          COPY "RESOLVDS.cpy".


      **----------------------------------------------------------------
          COPY "GCATWRIT.cpy".

      **----------------------------------------------------------------
          COPY "GFPCALC.cpy".
      **----------------------------------------------------------------
          COPY "LCKCHECK.cpy".

      **----------------------------------------------------------------
          COPY "AMBWRITE.cpy".
