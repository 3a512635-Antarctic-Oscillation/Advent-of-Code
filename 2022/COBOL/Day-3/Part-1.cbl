
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

      *    Every rucksack without exactly one item type common to
      *    both compartments, and the re-pack instructions that put
      *    each shared item type back in one compartment.
          SELECT AMBIGUITY-FILE
             ASSIGN DYNAMIC WS-AMBIGUITY-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-AMBIGUITY-STATUS.

          SELECT REPACK-FILE
             ASSIGN DYNAMIC WS-REPACK-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       FD GEN-CATALOG-FILE.
          COPY "GCATREC.cpy".

       FD GEN-FINGERPRINT-FILE.
          COPY "GFPREC.cpy".

       FD AMBIGUITY-FILE.
          COPY "AMBREC.cpy".

       FD REPACK-FILE.
          COPY "RPKREC.cpy".

       WORKING-STORAGE SECTION.
          COPY "DSNPARM.cpy".
          COPY "EXCPARM.cpy".
          COPY "RUNLPARM.cpy".
          COPY "LCKPARM.cpy".
          COPY "GCATPARM.cpy".
          COPY "AMBPARM.cpy".
       01 WS-AMBIGUITY-DATASET PIC X(80) VALUE 'rucksackambig.txt'.
       01 WS-REPACK-DATASET    PIC X(80) VALUE 'repack.txt'.
       01 PRIORITY-SUM         PIC 9(10) VALUE 0.
       01 PREFIX.
         05 PREFIX-CHAR       PIC X OCCURS 40 TIMES.
       01 LINE-PRIORITY        PIC 9(4).
       01 INTERSECTION-FOUND   PIC X    VALUE 'N'.
       01 LINE-VALID           PIC X    VALUE 'Y'.
       01 REPACK-COUNT-1       PIC 9(2).
       01 REPACK-PRIORITY      PIC 9(4).

       PROCEDURE DIVISION.
          PERFORM RESOLVE-DATASET-NAMES.
             MOVE 8 TO RETURN-CODE
             GOBACK
          END-IF.
      *   Day/part are set up front, not just before the run header -
      *   REGISTER-GENERATION catalogs the finished generation under
      *   this day/part key once OUTPUT-FILE is closed.
          MOVE 3 TO WS-HDR-DAY.
          MOVE 1 TO WS-HDR-PART.
          PERFORM APPEND-GENERATION-SUFFIX.
          PERFORM RESOLVE-CONTROL-CARD.
          PERFORM RESOLVE-AMBIGUITY-DATASETS.
          OPEN OUTPUT OUTPUT-FILE
               OUTPUT REJECT-FILE
               OUTPUT AMBIGUITY-FILE
               OUTPUT REPACK-FILE.
          PERFORM WRITE-RUN-HEADER.

          IF WS-USING-CONTROL-CARD = 'Y'
          END-IF.

          PERFORM EVALUATE-RUN-SEVERITY.
          PERFORM GRADE-AMBIGUITY-SEVERITY.
          PERFORM WRITE-CONTROL-FOOTER.

          CLOSE OUTPUT-FILE
                REJECT-FILE
                AMBIGUITY-FILE
                REPACK-FILE.
          PERFORM REGISTER-GENERATION.
          MOVE 'DAY-2-P1-PROGRAM' TO WS-LEDGER-PROGRAM.
          PERFORM WRITE-RUN-LEDGER.

                      PERFORM VALIDATE-LINE-LENGTH
                      IF LINE-VALID = 'Y'
                         PERFORM CALCULATE-PRIORITY-SUM
                         PERFORM CHECK-RUCKSACK-AMBIGUITY
                         IF INTERSECTION-FOUND = 'Y'
                            PERFORM WRITE-DETAIL-LINE
                         ELSE
              END-IF
          END-PERFORM.

      **----------------------------------------------------------------
      *    The answer still takes the first common item type, as it
      *    always has; this pass lists every one of them. Each gets a
      *    re-pack instruction, and a rucksack with none or several
      *    goes to the ambiguity exception file.
      **----------------------------------------------------------------
       CHECK-RUCKSACK-AMBIGUITY.
          MOVE ZERO TO WS-COMMON-COUNT.
          MOVE SPACES TO WS-COMMON-ITEMS.
          PERFORM VARYING I FROM 1 BY 1 UNTIL I > MIDPOINT
              PERFORM CHECK-ONE-COMPARTMENT-ITEM
          END-PERFORM.
          IF WS-COMMON-COUNT NOT = 1
             MOVE 'RUCKSACK' TO WS-AMB-KIND
             MOVE LINE-NUM TO WS-AMB-LINE-NUM
             MOVE ZERO TO WS-AMB-GROUP-NUM
             PERFORM WRITE-AMBIGUITY-RECORD
          END-IF.

       CHECK-ONE-COMPARTMENT-ITEM.
          MOVE ZERO TO WS-COMMON-SEEN.
          INSPECT WS-COMMON-ITEMS TALLYING WS-COMMON-SEEN
             FOR ALL PREFIX-CHAR(I).
          IF WS-COMMON-SEEN = ZERO AND PREFIX-CHAR(I) NOT = SPACE
             MOVE ZERO TO MATCH-COUNT
             INSPECT SUFFIX(1:MIDPOINT) TALLYING MATCH-COUNT
                FOR ALL PREFIX-CHAR(I)
             IF MATCH-COUNT > ZERO AND WS-COMMON-COUNT < 52
                ADD 1 TO WS-COMMON-COUNT
                MOVE PREFIX-CHAR(I)
                   TO WS-COMMON-ITEMS(WS-COMMON-COUNT:1)
                PERFORM WRITE-REPACK-INSTRUCTION
             END-IF
          END-IF.

      **----------------------------------------------------------------
      *    Empty the compartment holding fewer copies of the shared
      *    item type into the other one (compartment 2 on a tie).
      *    MATCH-COUNT holds the copies in compartment 2.
      **----------------------------------------------------------------
       WRITE-REPACK-INSTRUCTION.
          MOVE ZERO TO REPACK-COUNT-1.
          INSPECT PREFIX(1:MIDPOINT) TALLYING REPACK-COUNT-1
             FOR ALL PREFIX-CHAR(I).
          IF PREFIX-CHAR(I) IS LESS THAN 'a'
             COMPUTE REPACK-PRIORITY =
                FUNCTION ORD(PREFIX-CHAR(I)) - FUNCTION ORD('A') + 27
          ELSE
             COMPUTE REPACK-PRIORITY =
                FUNCTION ORD(PREFIX-CHAR(I)) - FUNCTION ORD('a') + 1
          END-IF.
          MOVE LINE-NUM TO RPK-LINE-NUM.
          MOVE SPACE TO RPK-SEP-1.
          MOVE PREFIX-CHAR(I) TO RPK-ITEM.
          MOVE SPACE TO RPK-SEP-2.
          MOVE REPACK-PRIORITY TO RPK-PRIORITY.
          MOVE SPACE TO RPK-SEP-3.
          IF REPACK-COUNT-1 < MATCH-COUNT
             MOVE 1 TO RPK-FROM-COMPARTMENT
             MOVE 2 TO RPK-TO-COMPARTMENT
             MOVE REPACK-COUNT-1 TO RPK-MOVE-COUNT
          ELSE
             MOVE 2 TO RPK-FROM-COMPARTMENT
             MOVE 1 TO RPK-TO-COMPARTMENT
             MOVE MATCH-COUNT TO RPK-MOVE-COUNT
          END-IF.
          MOVE SPACE TO RPK-SEP-4 RPK-SEP-5 RPK-SEP-6.
          MOVE WS-INPUT-DATASET TO RPK-DATASET-NAME.
          WRITE REPACK-RECORD.

       RESOLVE-AMBIGUITY-DATASETS.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
             'RUCKSACK_AMBIGUITY_DATASET'.
          IF WS-ENV-VALUE NOT EQUAL SPACES
             MOVE WS-ENV-VALUE TO WS-AMBIGUITY-DATASET
          END-IF.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REPACK_DATASET'.
          IF WS-ENV-VALUE NOT EQUAL SPACES
             MOVE WS-ENV-VALUE TO WS-REPACK-DATASET
          END-IF.

      **----------------------------------------------------------------
      *    One audit record per rucksack: which line it was, which
      *    item type matched, that line's own priority, and the

      **----------------------------------------------------------------
          COPY "GCATWRIT.cpy".

      **----------------------------------------------------------------
          COPY "GFPCALC.cpy".
      **----------------------------------------------------------------
          COPY "LCKCHECK.cpy".

      **----------------------------------------------------------------
          COPY "AMBWRITE.cpy".
