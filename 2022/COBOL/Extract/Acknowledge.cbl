      **  file stops being discovered weeks later. The register is     *
      **  rewritten with one resolved record per extract, the way      *
      **  housekeeping rewrites the generation catalog.                *
      **                                                               *
      **  Because that rewrite keeps only the latest registration of   *
      **  each extract name, every registration this program settles   *
      **  - LOADED, FAILED, AGED, or SUPERSEDED by a newer             *
      **  registration while still SENT - is also appended to the      *
      **  acknowledgment history (XAHREC.cpy), so which generation an  *
      **  interface file carried and how its loop closed survives for  *
      **  the dataset lineage inquiry.                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

      *    Append-only history of settled registrations. Same
      *    status-35 create-on-first-run convention as the register.
          SELECT ACK-HISTORY-FILE
              ASSIGN DYNAMIC WS-ACK-HISTORY-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-ACK-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXTRACT-REGISTER-FILE.
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       FD ACK-HISTORY-FILE.
          COPY "XAHREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-REGISTER-DATASET
                                  PIC X(80) VALUE 'extractreg.txt'.
       01 WS-ACK-DATASET          PIC X(80) VALUE 'extractack.in'.
       01 WS-ACK-STATUS           PIC X(2)  VALUE SPACES.
       01 WS-REPORT-DATASET       PIC X(80) VALUE 'extractack.txt'.
       01 WS-ACK-HISTORY-DATASET  PIC X(80) VALUE 'extractackhist.txt'.
       01 WS-ACK-HISTORY-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-HISTORY-OPEN         PIC X     VALUE 'N'.
      *    The register slot a history record is written for, and the
      *    settlement it records.
       01 WS-HIST-IX              PIC 9(4)  VALUE ZERO.
       01 WS-HIST-STATUS          PIC X(10) VALUE SPACES.
       01 WS-HIST-ACK-COUNT       PIC 9(6)  VALUE ZERO.
       01 WS-HIST-ACK-HASH        PIC 9(18) VALUE ZERO.
       01 WS-NOW-TIME             PIC 9(8)  VALUE ZERO.
       01 WS-ENV-VALUE            PIC X(80).
       01 REGISTER-EOF            PIC X     VALUE 'N'.
       01 ACK-EOF                 PIC X     VALUE 'N'.
             10 WS-REG-RECORDS    PIC 9(6).
             10 WS-REG-HASH       PIC 9(18).
             10 WS-REG-STATUS     PIC X(6).
             10 WS-REG-SOURCE     PIC X(80).
       01 WS-REG-DROPPED          PIC 9(4)  VALUE ZERO.
       01 WS-REG-FOUND            PIC 9(4)  VALUE ZERO.


       PROCEDURE DIVISION.
           PERFORM RESOLVE-ACK-PARMS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM OPEN-ACK-HISTORY.
           PERFORM LOAD-EXTRACT-REGISTER.
           IF WS-REG-COUNT = ZERO
              DISPLAY 'EXTRACT REGISTER EMPTY OR MISSING - '
                 'NOTHING TO RECONCILE'
              PERFORM CLOSE-ACK-HISTORY
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-TODAY-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-ACK-SUMMARY.
           CLOSE REPORT-FILE.
           PERFORM REWRITE-EXTRACT-REGISTER.
           PERFORM CLOSE-ACK-HISTORY.
           DISPLAY WS-LOADED-COUNT ' LOADED, ' WS-FAILED-COUNT
              ' FAILED, ' WS-AGED-COUNT ' AGED, ' WS-OPEN-COUNT
              ' STILL OPEN - SEE '
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-REPORT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'EXTRACT_ACK_HISTORY_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ACK-HISTORY-DATASET
           END-IF.
           ACCEPT WS-AGE-PARM FROM ENVIRONMENT 'ACK_AGE_CYCLES'.
           IF WS-AGE-PARM NOT EQUAL SPACES
              AND FUNCTION TRIM(WS-AGE-PARM) IS NUMERIC
                 MOVE I TO WS-REG-FOUND
              END-IF
           END-PERFORM.
      *    A registration still SENT when a newer one of the same
      *    name replaces it will never be acknowledged on its own -
      *    record that it was superseded before the slot is reused.
           IF WS-REG-FOUND > ZERO
              AND WS-REG-STATUS(WS-REG-FOUND) = 'SENT'
              AND (WS-REG-DATE(WS-REG-FOUND) NOT = XRG-RUN-DATE
                OR WS-REG-TIME(WS-REG-FOUND) NOT = XRG-RUN-TIME)
              MOVE WS-REG-FOUND TO WS-HIST-IX
              MOVE 'SUPERSEDED' TO WS-HIST-STATUS
              MOVE ZERO TO WS-HIST-ACK-COUNT WS-HIST-ACK-HASH
              PERFORM WRITE-ACK-HISTORY
           END-IF.
           IF WS-REG-FOUND = ZERO
              IF WS-REG-COUNT < 500
                 ADD 1 TO WS-REG-COUNT
              MOVE XRG-RECORD-COUNT TO WS-REG-RECORDS(WS-REG-FOUND)
              MOVE XRG-HASH-TOTAL TO WS-REG-HASH(WS-REG-FOUND)
              MOVE XRG-STATUS TO WS-REG-STATUS(WS-REG-FOUND)
              MOVE XRG-SOURCE-DATASET TO WS-REG-SOURCE(WS-REG-FOUND)
           END-IF.

      **----------------------------------------------------------------
                 AND ACK-HASH-TOTAL = WS-REG-HASH(WS-REG-FOUND)
                 ADD 1 TO WS-LOADED-COUNT
                 MOVE 'LOADED' TO WS-REG-STATUS(WS-REG-FOUND)
                 MOVE 'LOADED' TO WS-HIST-STATUS
                 MOVE SPACES TO REPORT-RECORD
                 STRING 'LOADED ' DELIMITED BY SIZE
                        FUNCTION TRIM(ACK-DATASET) DELIMITED BY SIZE
              ELSE
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE 'FAILED' TO WS-REG-STATUS(WS-REG-FOUND)
                 MOVE 'FAILED' TO WS-HIST-STATUS
                 MOVE SPACES TO REPORT-RECORD
                 STRING 'FAILED ' DELIMITED BY SIZE
                        FUNCTION TRIM(ACK-DATASET) DELIMITED BY SIZE
                    INTO REPORT-RECORD
                 WRITE REPORT-RECORD
              END-IF
              MOVE WS-REG-FOUND TO WS-HIST-IX
              MOVE ACK-RECORD-COUNT TO WS-HIST-ACK-COUNT
              MOVE ACK-HASH-TOTAL TO WS-HIST-ACK-HASH
              PERFORM WRITE-ACK-HISTORY
           END-IF.

      **----------------------------------------------------------------
                 IF WS-AGE-DAYS > WS-AGE-CYCLES
                    ADD 1 TO WS-AGED-COUNT
                    MOVE 'AGED' TO WS-REG-STATUS(I)
                    MOVE I TO WS-HIST-IX
                    MOVE 'AGED' TO WS-HIST-STATUS
                    MOVE ZERO TO WS-HIST-ACK-COUNT WS-HIST-ACK-HASH
                    PERFORM WRITE-ACK-HISTORY
                    MOVE SPACES TO REPORT-RECORD
                    STRING 'AGED   ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-REG-DATASET(I))
              MOVE WS-REG-HASH(I) TO XRG-HASH-TOTAL
              MOVE SPACE TO XRG-SEP-5
              MOVE WS-REG-STATUS(I) TO XRG-STATUS
              MOVE SPACE TO XRG-SEP-6
              MOVE WS-REG-SOURCE(I) TO XRG-SOURCE-DATASET
              WRITE EXTRACT-REGISTER-RECORD
           END-PERFORM.
           CLOSE EXTRACT-REGISTER-FILE.

      **----------------------------------------------------------------
      *    Acknowledgment history. A history that cannot be opened
      *    costs the lineage trail, not the reconciliation - the step
      *    carries on and says so.
      **----------------------------------------------------------------
       OPEN-ACK-HISTORY.
           OPEN EXTEND ACK-HISTORY-FILE.
           IF WS-ACK-HISTORY-STATUS = '35'
              OPEN OUTPUT ACK-HISTORY-FILE
           END-IF.
           IF WS-ACK-HISTORY-STATUS = '00' OR '05'
              MOVE 'Y' TO WS-HISTORY-OPEN
           ELSE
              DISPLAY 'ACKNOWLEDGMENT HISTORY NOT UPDATED - STATUS '
                 WS-ACK-HISTORY-STATUS
           END-IF.

       CLOSE-ACK-HISTORY.
           IF WS-HISTORY-OPEN = 'Y'
              CLOSE ACK-HISTORY-FILE
              MOVE 'N' TO WS-HISTORY-OPEN
           END-IF.

      *    One settled registration: the slot WS-HIST-IX as it was
      *    registered, and the settlement in WS-HIST-STATUS.
       WRITE-ACK-HISTORY.
           IF WS-HISTORY-OPEN = 'Y'
              MOVE WS-REG-DATASET(WS-HIST-IX) TO XAH-DATASET
              MOVE SPACE TO XAH-SEP-1
              MOVE WS-REG-SOURCE(WS-HIST-IX) TO XAH-SOURCE-DATASET
              MOVE SPACE TO XAH-SEP-2
              MOVE WS-REG-DATE(WS-HIST-IX) TO XAH-SENT-DATE
              MOVE SPACE TO XAH-SEP-3
              MOVE WS-REG-TIME(WS-HIST-IX) TO XAH-SENT-TIME
              MOVE SPACE TO XAH-SEP-4
              MOVE WS-REG-RECORDS(WS-HIST-IX) TO XAH-SENT-COUNT
              MOVE SPACE TO XAH-SEP-5
              MOVE WS-REG-HASH(WS-HIST-IX) TO XAH-SENT-HASH
              MOVE SPACE TO XAH-SEP-6
              MOVE WS-TODAY TO XAH-SETTLED-DATE
              MOVE SPACE TO XAH-SEP-7
              MOVE WS-NOW-TIME TO XAH-SETTLED-TIME
              MOVE SPACE TO XAH-SEP-8
              MOVE WS-HIST-ACK-COUNT TO XAH-ACK-COUNT
              MOVE SPACE TO XAH-SEP-9
              MOVE WS-HIST-ACK-HASH TO XAH-ACK-HASH
              MOVE SPACE TO XAH-SEP-10
              MOVE WS-HIST-STATUS TO XAH-STATUS
              WRITE ACK-HISTORY-RECORD
           END-IF.
