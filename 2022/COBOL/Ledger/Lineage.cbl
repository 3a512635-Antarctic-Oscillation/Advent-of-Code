      ******************************************************************
      **                IDENTIFICATION DIVISION                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATASET-LINEAGE-PROGRAM.

      ******************************************************************
      **  Dataset lineage inquiry. Everything needed to say where an   *
      **  answer came from is already recorded somewhere in the        *
      **  suite - the run ledger, the generation catalog, the intake   *
      **  register, the pre-edit history, the driver's profile audit,  *
      **  the cycle archive register, the reject and repair files,     *
      **  the extract register and the acknowledgment history - but    *
      **  answering an auditor meant searching each one by hand. This  *
      **  program does the walk:                                       *
      **                                                               *
      **  LINEAGE_GENERATION names one output generation (the full     *
      **  suffixed name). The report shows its catalog entry, the run  *
      **  that built it and - following each run's input back to the   *
      **  run that wrote it, newest at or before the consumer - every  *
      **  run upstream of it down to the raw feed; the feed's intake   *
      **  registration (arrival and checksum) and pre-edit verdict;    *
      **  the cycle that archived the feed; the effective parameters   *
      **  the driver audited for the step; each run's rejects with     *
      **  what became of them (written off, repaired, accepted as      *
      **  entered, in suspense, sent to repair, or not yet worked);    *
      **  and the extracts cut from the generation with how each       *
      **  acknowledgment loop closed.                                  *
      **                                                               *
      **  LINEAGE_INPUT_DATASET asks the reverse question: every run   *
      **  that read the dataset, and every run downstream of those     *
      **  through the intermediate datasets they wrote, in run order,  *
      **  each direct run with the delivery it consumed - then the     *
      **  extracts cut from each generation so built. An intermediate  *
      **  stops counting as derived once a run not built from the      *
      **  input overwrites it. LINEAGE_FROM_DATE / LINEAGE_TO_DATE     *
      **  (YYYYMMDD, inclusive) bound the runs, and a from-date also   *
      **  spans the monthly ledger archives the way the ledger         *
      **  inquiry does.                                                *
      **                                                               *
      **  Both may be set in one run. Return code 4 when the ledger    *
      **  knows nothing of the dataset asked about, 8 when neither is  *
      **  set.                                                         *
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
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.

      *    Every source below is optional - one not found simply
      *    contributes nothing, and the report says so.
          SELECT GEN-CATALOG-FILE
              ASSIGN DYNAMIC WS-GENCAT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-GENCAT-STATUS.

          SELECT INTAKE-REGISTER-FILE
              ASSIGN DYNAMIC WS-INTAKE-REGISTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-INTAKE-REGISTER-STATUS.

          SELECT PREEDIT-HISTORY-FILE
              ASSIGN DYNAMIC WS-PREEDIT-HISTORY-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-PREEDIT-HISTORY-STATUS.

          SELECT PROFILE-AUDIT-FILE
              ASSIGN DYNAMIC WS-PROFILE-AUDIT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-PROFILE-AUDIT-STATUS.

          SELECT CYCLE-ARCHIVE-FILE
              ASSIGN DYNAMIC WS-CYCLE-ARCHIVE-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-CYCLE-ARCHIVE-STATUS.

      *    Re-pointed at each run's own reject dataset in turn.
          SELECT REJECT-FILE ASSIGN DYNAMIC WS-REJECT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-REJECT-STATUS.

          SELECT DISPOSITION-FILE
              ASSIGN DYNAMIC WS-DISPOSITION-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-DISPOSITION-STATUS.

          SELECT ADJUSTMENT-FILE
              ASSIGN DYNAMIC WS-ADJUSTMENT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-ADJUSTMENT-STATUS.

          SELECT SUSPENSE-FILE
              ASSIGN DYNAMIC WS-SUSPENSE-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-SUSPENSE-STATUS.

          SELECT EXTRACT-REGISTER-FILE
              ASSIGN DYNAMIC WS-EXTRACT-REGISTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-REGISTER-STATUS.

          SELECT ACK-HISTORY-FILE
              ASSIGN DYNAMIC WS-ACK-HISTORY-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-ACK-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-LEDGER-FILE.
          COPY "RUNLREC.cpy".

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(200).

       FD GEN-CATALOG-FILE.
          COPY "GCATREC.cpy".

       FD INTAKE-REGISTER-FILE.
          COPY "INTREC.cpy".

       FD PREEDIT-HISTORY-FILE.
          COPY "PEHREC.cpy".

       FD PROFILE-AUDIT-FILE.
          COPY "AUDREC.cpy".

       FD CYCLE-ARCHIVE-FILE.
          COPY "CYAREC.cpy".

       FD REJECT-FILE.
          COPY "EXCREC.cpy".

       FD DISPOSITION-FILE.
          COPY "DSPREC.cpy".

      *    The repair cycle's adjustment and suspense shapes, as
      *    REPAIR-PROGRAM declares them. Only the detail lines of the
      *    adjustment file (a numeric line number) are read; its
      *    HDR/CTL records fall out on the numeric test.
       FD ADJUSTMENT-FILE.
       01 ADJUSTMENT-RECORD.
          05 ADJ-LINE-NUM        PIC 9(6).
          05 ADJ-SEP-1           PIC X.
          05 ADJ-VALUE           PIC 9(15).
          05 ADJ-SEP-2           PIC X.
          05 ADJ-CONTENT         PIC X(80).
          05 ADJ-SEP-3           PIC X.
          05 ADJ-OPERATOR-ID     PIC X(8).

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
          05 SUS-LINE-NUM        PIC 9(6).
          05 SUS-SEP-1           PIC X.
          05 SUS-REASON          PIC X(35).
          05 SUS-SEP-2           PIC X.
          05 SUS-CONTENT         PIC X(80).
          05 SUS-SEP-3           PIC X.
          05 SUS-DATASET-NAME    PIC X(80).
          05 SUS-SEP-4           PIC X.
          05 SUS-ORIGIN-DATE     PIC 9(8).
          05 SUS-SEP-5           PIC X.
          05 SUS-CYCLES          PIC 9(3).

       FD EXTRACT-REGISTER-FILE.
          COPY "XRGREC.cpy".

       FD ACK-HISTORY-FILE.
          COPY "XAHREC.cpy".

       WORKING-STORAGE SECTION.
          COPY "RUNLPARM.cpy".
          COPY "GCATPARM.cpy".
       01 WS-REPORT-DATASET       PIC X(80) VALUE 'lineage.txt'.
       01 WS-ENV-VALUE            PIC X(80).
       01 WS-GENERATION           PIC X(80) VALUE SPACES.
       01 WS-LINEAGE-INPUT        PIC X(80) VALUE SPACES.
       01 WS-FROM-DATE            PIC 9(8)  VALUE ZERO.
       01 WS-TO-DATE              PIC 9(8)  VALUE 99999999.
       01 WS-DATE-PARM            PIC X(8)  VALUE SPACES.
       01 WS-UNKNOWN-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-LEDGER-BASE          PIC X(80) VALUE SPACES.
       01 WS-ARCH-MONTH           PIC 9(6)  VALUE ZERO.
       01 WS-ARCH-END-MONTH       PIC 9(6)  VALUE ZERO.
       01 WS-ARCH-MM              PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8)  VALUE ZERO.
       01 LEDGER-EOF              PIC X     VALUE 'N'.
       01 GENCAT-EOF              PIC X     VALUE 'N'.
       01 INTAKE-EOF              PIC X     VALUE 'N'.
       01 PREEDIT-EOF             PIC X     VALUE 'N'.
       01 AUDIT-EOF               PIC X     VALUE 'N'.
       01 ARCHIVE-EOF             PIC X     VALUE 'N'.
       01 REJECT-EOF              PIC X     VALUE 'N'.
       01 DISPOSITION-EOF         PIC X     VALUE 'N'.
       01 ADJUSTMENT-EOF          PIC X     VALUE 'N'.
       01 SUSPENSE-EOF            PIC X     VALUE 'N'.
       01 REGISTER-EOF            PIC X     VALUE 'N'.
       01 HISTORY-EOF             PIC X     VALUE 'N'.

       01 WS-INTAKE-REGISTER-DATASET
                                  PIC X(80) VALUE 'intake.txt'.
       01 WS-INTAKE-REGISTER-STATUS
                                  PIC X(2)  VALUE SPACES.
       01 WS-PREEDIT-HISTORY-DATASET
                                  PIC X(80) VALUE 'preedithist.txt'.
       01 WS-PREEDIT-HISTORY-STATUS
                                  PIC X(2)  VALUE SPACES.
       01 WS-PROFILE-AUDIT-DATASET
                                  PIC X(80) VALUE 'profileaudit.txt'.
       01 WS-PROFILE-AUDIT-STATUS PIC X(2)  VALUE SPACES.
       01 WS-CYCLE-ARCHIVE-DATASET
                                  PIC X(80) VALUE 'cyclearchive.txt'.
       01 WS-CYCLE-ARCHIVE-STATUS PIC X(2)  VALUE SPACES.
       01 WS-REJECT-DATASET       PIC X(80) VALUE SPACES.
       01 WS-REJECT-STATUS        PIC X(2)  VALUE SPACES.
       01 WS-DISPOSITION-DATASET  PIC X(80) VALUE 'disposition.txt'.
       01 WS-DISPOSITION-STATUS   PIC X(2)  VALUE SPACES.
       01 WS-ADJUSTMENT-DATASET   PIC X(80) VALUE 'adjustment.txt'.
       01 WS-ADJUSTMENT-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-SUSPENSE-DATASET     PIC X(80) VALUE 'suspense.txt'.
       01 WS-SUSPENSE-STATUS      PIC X(2)  VALUE SPACES.
       01 WS-EXTRACT-REGISTER-DATASET
                                  PIC X(80) VALUE 'extractreg.txt'.
       01 WS-EXTRACT-REGISTER-STATUS
                                  PIC X(2)  VALUE SPACES.
       01 WS-ACK-HISTORY-DATASET  PIC X(80) VALUE 'extractackhist.txt'.
       01 WS-ACK-HISTORY-STATUS   PIC X(2)  VALUE SPACES.

      *    A dataset name taken apart on the generation suffix
      *    (GENSUFX.cpy: <base>.YYYYMMDD.HHMMSSCC).
       01 WS-SPLIT-NAME           PIC X(80) VALUE SPACES.
       01 WS-SPLIT-BASE           PIC X(80) VALUE SPACES.
       01 WS-SPLIT-DATE           PIC 9(8)  VALUE ZERO.
       01 WS-SPLIT-IS-GEN         PIC X     VALUE 'N'.
       01 WS-SPLIT-LEN            PIC 9(3)  VALUE ZERO.
       01 WS-GEN-BASE             PIC X(80) VALUE SPACES.
       01 WS-GEN-SUFFIX-DATE      PIC 9(8)  VALUE ZERO.

      *    Producer search: the newest ledger record writing
      *    WS-LOOK-NAME at or before WS-LOOK-LIMIT, into chain slot
      *    WS-NEXT-IX. Stamps are run date and time run together.
       01 WS-LOOK-NAME            PIC X(80) VALUE SPACES.
       01 WS-LOOK-LIMIT           PIC 9(16) VALUE ZERO.
       01 WS-LOOK-MONTH           PIC 9(6)  VALUE ZERO.
       01 WS-CAND-STAMP           PIC 9(16) VALUE ZERO.
       01 WS-BEST-STAMP           PIC 9(16) VALUE ZERO.
       01 WS-PRODUCER-FOUND       PIC X     VALUE 'N'.
       01 WS-NEXT-IX              PIC 9(2)  VALUE ZERO.
       01 WS-CHAIN-DONE           PIC X     VALUE 'N'.
       01 WS-CHAIN-SEEN           PIC X     VALUE 'N'.

      *    The runs from the generation back to the raw feed - slot 1
      *    is the run that built the generation, each later slot the
      *    run that wrote the slot before's input.
       01 WS-CHAIN-COUNT          PIC 9(2)  VALUE ZERO.
       01 WS-CHAIN-TABLE.
          05 WS-CHAIN-ENTRY OCCURS 8 TIMES.
             10 WS-CHN-PROGRAM    PIC X(20).
             10 WS-CHN-YEAR       PIC 9(4).
             10 WS-CHN-DAY        PIC 9(2).
             10 WS-CHN-PART       PIC 9(1).
             10 WS-CHN-DATE       PIC 9(8).
             10 WS-CHN-TIME       PIC 9(8).
             10 WS-CHN-STAMP      PIC 9(16).
             10 WS-CHN-INPUT      PIC X(80).
             10 WS-CHN-OUTPUT     PIC X(80).
             10 WS-CHN-REJECT     PIC X(80).
             10 WS-CHN-READ       PIC 9(6).
             10 WS-CHN-WRITTEN    PIC 9(6).
             10 WS-CHN-REJECTED   PIC 9(6).
             10 WS-CHN-ANSWER     PIC 9(15).
       01 WS-CX                   PIC 9(2)  VALUE ZERO.
       01 WS-RAW-DATASET          PIC X(80) VALUE SPACES.
       01 WS-CAT-FOUND            PIC X     VALUE 'N'.
       01 WS-CAT-DATE             PIC 9(8)  VALUE ZERO.

      *    Delivery and pre-edit picked for the raw feed.
       01 WS-DLV-FOUND            PIC X     VALUE 'N'.
       01 WS-DLV-DATE             PIC 9(8)  VALUE ZERO.
       01 WS-DLV-TIME             PIC 9(8)  VALUE ZERO.
       01 WS-DLV-LINES            PIC 9(6)  VALUE ZERO.
       01 WS-DLV-CHECKSUM         PIC 9(18) VALUE ZERO.
       01 WS-DLV-STATUS           PIC X(5)  VALUE SPACES.
       01 WS-PEH-FOUND            PIC X     VALUE 'N'.
       01 WS-PEH-DATE             PIC 9(8)  VALUE ZERO.
       01 WS-PEH-TIME             PIC 9(8)  VALUE ZERO.
       01 WS-PEH-LINES            PIC 9(6)  VALUE ZERO.
       01 WS-PEH-ERRORS           PIC 9(6)  VALUE ZERO.
       01 WS-PEH-RATE             PIC 9(3)  VALUE ZERO.
       01 WS-PEH-RESULT           PIC X(7)  VALUE SPACES.

      *    Cycle archive link for the generation.
       01 WS-CYCLE-STAMP          PIC X(16) VALUE SPACES.
       01 WS-CYCLE-KEY            PIC X(8)  VALUE SPACES.
       01 WS-ARCHIVED-FEEDS       PIC 9(3)  VALUE ZERO.

      *    Profile audit match: the step records whose OUTPUT_DATASET
      *    is the generation's base name, and the GLOBAL/PROFILE block
      *    of the cycle they belong to.
       01 WS-WANT-SETTING         PIC X(130) VALUE SPACES.
       01 WS-AUD-RECNO            PIC 9(7)  VALUE ZERO.
       01 WS-BLOCK-START          PIC 9(7)  VALUE ZERO.
       01 WS-BLOCK-CAND           PIC 9(7)  VALUE ZERO.
       01 WS-MATCH-RECNO          PIC 9(7)  VALUE ZERO.
       01 WS-MATCH-STEP           PIC X(8)  VALUE SPACES.
       01 WS-MATCH-DATE           PIC 9(8)  VALUE ZERO.
       01 WS-MATCH-TIME           PIC 9(8)  VALUE ZERO.
       01 WS-IN-BLOCK             PIC X     VALUE 'N'.
       01 WS-PARMS-SHOWN          PIC 9(4)  VALUE ZERO.

      *    Repair-cycle state, loaded once on the first reject shown.
       01 WS-REPAIR-LOADED        PIC X     VALUE 'N'.
       01 WS-REPAIR-DROPPED       PIC 9(4)  VALUE ZERO.
       01 WS-DSP-COUNT            PIC 9(4)  VALUE ZERO.
       01 WS-DSP-TABLE.
          05 WS-DSP-ENTRY OCCURS 500 TIMES.
             10 WS-DSP-LINE       PIC 9(6).
             10 WS-DSP-ACTION     PIC X.
             10 WS-DSP-DATASET    PIC X(80).
       01 WS-ADJ-COUNT            PIC 9(4)  VALUE ZERO.
       01 WS-ADJ-TABLE.
          05 WS-ADJ-ENTRY OCCURS 500 TIMES.
             10 WS-ADJ-LINE       PIC 9(6).
             10 WS-ADJ-VALUE      PIC 9(15).
       01 WS-SUS-COUNT            PIC 9(4)  VALUE ZERO.
       01 WS-SUS-TABLE.
          05 WS-SUS-ENTRY OCCURS 500 TIMES.
             10 WS-SUS-LINE       PIC 9(6).
             10 WS-SUS-DATASET    PIC X(80).
             10 WS-SUS-CYCLES     PIC 9(3).
       01 WS-THIS-ACTION          PIC X     VALUE SPACE.
       01 WS-THIS-ADJUSTED        PIC X     VALUE 'N'.
       01 WS-THIS-VALUE           PIC 9(15) VALUE ZERO.
       01 WS-THIS-SUSPENDED       PIC X     VALUE 'N'.
       01 WS-THIS-CYCLES          PIC 9(3)  VALUE ZERO.
       01 WS-OUTCOME              PIC X(40) VALUE SPACES.
       01 WS-ON-FILE              PIC 9(6)  VALUE ZERO.
       01 WS-WRITTEN-OFF          PIC 9(6)  VALUE ZERO.
       01 WS-REPAIRED             PIC 9(6)  VALUE ZERO.
       01 WS-AS-ENTERED           PIC 9(6)  VALUE ZERO.
       01 WS-IN-SUSPENSE          PIC 9(6)  VALUE ZERO.
       01 WS-TO-REPAIR            PIC 9(6)  VALUE ZERO.
       01 WS-NOT-WORKED           PIC 9(6)  VALUE ZERO.

      *    Downstream of one generation.
       01 WS-DOWN-NAME            PIC X(80) VALUE SPACES.
       01 WS-DOWN-SHOWN           PIC 9(4)  VALUE ZERO.

      *    Reverse direction: the datasets currently derived from the
      *    input (slot 1 the input itself), the generations built,
      *    and the input's deliveries for the direct runs.
       01 WS-TRK-COUNT            PIC 9(3)  VALUE ZERO.
       01 WS-TRK-TABLE.
          05 WS-TRK-ENTRY OCCURS 100 TIMES.
             10 WS-TRK-NAME       PIC X(80).
             10 WS-TRK-ACTIVE     PIC X.
       01 WS-TRK-FOUND            PIC 9(3)  VALUE ZERO.
       01 WS-TRK-DROPPED          PIC 9(4)  VALUE ZERO.
       01 WS-BUILT-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-RGN-COUNT            PIC 9(3)  VALUE ZERO.
       01 WS-RGN-TABLE.
          05 WS-RGN-NAME OCCURS 200 TIMES PIC X(80).
       01 WS-RGN-DROPPED          PIC 9(4)  VALUE ZERO.
       01 WS-IDL-COUNT            PIC 9(3)  VALUE ZERO.
       01 WS-IDL-TABLE.
          05 WS-IDL-ENTRY OCCURS 200 TIMES.
             10 WS-IDL-STAMP      PIC 9(16).
             10 WS-IDL-LINES      PIC 9(6).
             10 WS-IDL-CHECKSUM   PIC 9(18).
             10 WS-IDL-STATUS     PIC X(5).
       01 WS-KIND                 PIC X(10) VALUE SPACES.
       01 I                       PIC 9(4).
       01 J                       PIC 9(4).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-LINEAGE-PARMS.
           IF WS-GENERATION = SPACES AND WS-LINEAGE-INPUT = SPACES
              DISPLAY 'NOTHING TO TRACE - SET LINEAGE_GENERATION OR '
                 'LINEAGE_INPUT_DATASET'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-GENERATION NOT = SPACES
              PERFORM TRACE-GENERATION
           END-IF.
           IF WS-LINEAGE-INPUT NOT = SPACES
              PERFORM TRACE-INPUT-DATASET
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'DATASET LINEAGE WRITTEN - SEE '
              FUNCTION TRIM(WS-REPORT-DATASET).
           IF WS-UNKNOWN-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **----------------------------------------------------------------
      *    Every dataset name from the environment with the same
      *    compiled-in defaults the programs that write them use.
      **----------------------------------------------------------------
       RESOLVE-LINEAGE-PARMS.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LINEAGE_GENERATION'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-GENERATION
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'LINEAGE_INPUT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-LINEAGE-INPUT
           END-IF.
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT 'LINEAGE_FROM_DATE'.
           IF WS-DATE-PARM NOT EQUAL SPACES
              AND WS-DATE-PARM IS NUMERIC
              MOVE WS-DATE-PARM TO WS-FROM-DATE
           END-IF.
           MOVE SPACES TO WS-DATE-PARM.
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT 'LINEAGE_TO_DATE'.
           IF WS-DATE-PARM NOT EQUAL SPACES
              AND WS-DATE-PARM IS NUMERIC
              MOVE WS-DATE-PARM TO WS-TO-DATE
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'LINEAGE_REPORT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-REPORT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RUN_LEDGER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-RUN-LEDGER-DATASET
           END-IF.
      *    The archive naming rule hangs off the active ledger's own
      *    name, captured before any archive search re-points the FD.
           MOVE FUNCTION TRIM(WS-RUN-LEDGER-DATASET)
              TO WS-LEDGER-BASE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEN_CATALOG_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-GENCAT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'INTAKE_REGISTER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-INTAKE-REGISTER-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'PREEDIT_HISTORY_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-PREEDIT-HISTORY-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'PROFILE_AUDIT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-PROFILE-AUDIT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'CYCLE_ARCHIVE_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-CYCLE-ARCHIVE-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DISPOSITION_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-DISPOSITION-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADJUSTMENT_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ADJUSTMENT-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SUSPENSE_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-SUSPENSE-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'EXTRACT_REGISTER_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-EXTRACT-REGISTER-DATASET
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
              'EXTRACT_ACK_HISTORY_DATASET'.
           IF WS-ENV-VALUE NOT EQUAL SPACES
              MOVE WS-ENV-VALUE TO WS-ACK-HISTORY-DATASET
           END-IF.

      **----------------------------------------------------------------
      *    Forward: one generation back to its feed and out to its
      *    extracts.
      **----------------------------------------------------------------
       TRACE-GENERATION.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'DATASET LINEAGE FOR GENERATION ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GENERATION) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-GENERATION TO WS-SPLIT-NAME.
           PERFORM SPLIT-GENERATION-NAME.
           MOVE WS-SPLIT-BASE TO WS-GEN-BASE.
           MOVE WS-SPLIT-DATE TO WS-GEN-SUFFIX-DATE.
           PERFORM SHOW-CATALOG-ENTRY.
      *    The run that built it: no upper limit on the stamp, and
      *    the suffix (else catalog) month names the archive to try
      *    if the active ledger has rolled the run out.
           MOVE ZERO TO WS-CHAIN-COUNT.
           MOVE WS-GENERATION TO WS-LOOK-NAME.
           MOVE 9999999999999999 TO WS-LOOK-LIMIT.
           IF WS-GEN-SUFFIX-DATE > ZERO
              COMPUTE WS-LOOK-MONTH = WS-GEN-SUFFIX-DATE / 100
           ELSE
              COMPUTE WS-LOOK-MONTH = WS-CAT-DATE / 100
           END-IF.
           MOVE 1 TO WS-NEXT-IX.
           PERFORM FIND-PRODUCER.
           IF WS-PRODUCER-FOUND = 'N'
              ADD 1 TO WS-UNKNOWN-COUNT
              MOVE 'BUILT BY  NO RUN-LEDGER RECORD WROTE THIS DATASET'
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY 'NO RUN-LEDGER RECORD FOR '
                 FUNCTION TRIM(WS-GENERATION)
           ELSE
              MOVE 1 TO WS-CHAIN-COUNT
              MOVE 'N' TO WS-CHAIN-DONE
              PERFORM UNTIL WS-CHAIN-DONE = 'Y'
                 PERFORM FOLLOW-INPUT-UPSTREAM
              END-PERFORM
              PERFORM VARYING WS-CX FROM 1 BY 1
                 UNTIL WS-CX > WS-CHAIN-COUNT
                 PERFORM SHOW-CHAIN-RUN
              END-PERFORM
              MOVE WS-CHN-INPUT(WS-CHAIN-COUNT) TO WS-RAW-DATASET
              PERFORM SHOW-DELIVERY
              PERFORM SHOW-CYCLE-ARCHIVE
              PERFORM SHOW-EFFECTIVE-PARAMETERS
              PERFORM VARYING WS-CX FROM 1 BY 1
                 UNTIL WS-CX > WS-CHAIN-COUNT
                 PERFORM SHOW-RUN-REJECTS
              END-PERFORM
           END-IF.
           MOVE WS-GENERATION TO WS-DOWN-NAME.
           PERFORM SHOW-DOWNSTREAM.
           DISPLAY 'GENERATION ' FUNCTION TRIM(WS-GENERATION)
              ' - ' WS-CHAIN-COUNT ' RUNS IN ITS LINEAGE, '
              WS-DOWN-SHOWN ' DOWNSTREAM RECORDS'.

      *    <base>.YYYYMMDD.HHMMSSCC: the two dots 18 and 9 from the
      *    end with numeric stamps between. Anything else is not a
      *    generation-suffixed name and is its own base.
       SPLIT-GENERATION-NAME.
           MOVE WS-SPLIT-NAME TO WS-SPLIT-BASE.
           MOVE ZERO TO WS-SPLIT-DATE.
           MOVE 'N' TO WS-SPLIT-IS-GEN.
           MOVE ZERO TO WS-SPLIT-LEN.
           IF WS-SPLIT-NAME NOT = SPACES
              COMPUTE WS-SPLIT-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-SPLIT-NAME))
           END-IF.
           IF WS-SPLIT-LEN > 18
              IF WS-SPLIT-NAME(WS-SPLIT-LEN - 17:1) = '.'
                 AND WS-SPLIT-NAME(WS-SPLIT-LEN - 8:1) = '.'
                 AND WS-SPLIT-NAME(WS-SPLIT-LEN - 16:8) IS NUMERIC
                 AND WS-SPLIT-NAME(WS-SPLIT-LEN - 7:8) IS NUMERIC
                 MOVE 'Y' TO WS-SPLIT-IS-GEN
                 MOVE WS-SPLIT-NAME(WS-SPLIT-LEN - 16:8)
                    TO WS-SPLIT-DATE
                 MOVE SPACES TO WS-SPLIT-BASE
                 MOVE WS-SPLIT-NAME(1:WS-SPLIT-LEN - 18)
                    TO WS-SPLIT-BASE
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    The generation's catalog entry - puzzle, stamp and the
      *    fingerprint it was registered with.
      **----------------------------------------------------------------
       SHOW-CATALOG-ENTRY.
           MOVE 'N' TO WS-CAT-FOUND.
           MOVE ZERO TO WS-CAT-DATE.
           OPEN INPUT GEN-CATALOG-FILE.
           IF WS-GENCAT-STATUS = '00'
              MOVE 'N' TO GENCAT-EOF
              PERFORM UNTIL GENCAT-EOF = 'Y'
                  READ GEN-CATALOG-FILE
                      AT END
                          MOVE 'Y' TO GENCAT-EOF
                      NOT AT END
                          IF GCT-DATASET-NAME = WS-GENERATION
                             PERFORM REPORT-CATALOG-ENTRY
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE GEN-CATALOG-FILE
           END-IF.
           IF WS-CAT-FOUND = 'N'
              MOVE 'CATALOG   NOT IN THE GENERATION CATALOG'
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

       REPORT-CATALOG-ENTRY.
           MOVE 'Y' TO WS-CAT-FOUND.
           MOVE GCT-RUN-DATE TO WS-CAT-DATE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'CATALOG   YEAR ' DELIMITED BY SIZE
                  GCT-YEAR DELIMITED BY SIZE
                  ' DAY ' DELIMITED BY SIZE
                  GCT-DAY DELIMITED BY SIZE
                  ' PART ' DELIMITED BY SIZE
                  GCT-PART DELIMITED BY SIZE
                  ' STAMPED ' DELIMITED BY SIZE
                  GCT-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GCT-RUN-TIME DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *    Entries cataloged before the fingerprint existed carry a
      *    blank count.
           IF GCT-RECORD-COUNT IS NUMERIC
              MOVE SPACES TO REPORT-RECORD
              STRING '          RECORDS ' DELIMITED BY SIZE
                     GCT-RECORD-COUNT DELIMITED BY SIZE
                     ' HASH ' DELIMITED BY SIZE
                     GCT-CONTENT-HASH DELIMITED BY SIZE
                 INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
           IF GCT-FINAL = 'F'
              MOVE '          FINAL - CERTIFIED BY A YEAR-END CLOSE'
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

      **----------------------------------------------------------------
      *    Newest run-ledger record writing WS-LOOK-NAME at or before
      *    WS-LOOK-LIMIT, read off the RLG-OUTPUT-DATASET alternate
      *    key - the active ledger first, then the monthly archive
      *    LEDGER-ROLLOVER-PROGRAM would have moved it to.
      **----------------------------------------------------------------
       FIND-PRODUCER.
           MOVE 'N' TO WS-PRODUCER-FOUND.
           MOVE ZERO TO WS-BEST-STAMP.
           MOVE WS-LEDGER-BASE TO WS-RUN-LEDGER-DATASET.
           PERFORM SEARCH-ONE-LEDGER.
           IF WS-PRODUCER-FOUND = 'N' AND WS-LOOK-MONTH > ZERO
              MOVE WS-LOOK-MONTH TO WS-ARCH-MONTH
              PERFORM BUILD-ARCHIVE-NAME
              PERFORM SEARCH-ONE-LEDGER
           END-IF.

       SEARCH-ONE-LEDGER.
           OPEN INPUT RUN-LEDGER-FILE.
           IF WS-RUN-LEDGER-STATUS = '00'
              MOVE 'N' TO LEDGER-EOF
              MOVE WS-LOOK-NAME TO RLG-OUTPUT-DATASET
              START RUN-LEDGER-FILE KEY = RLG-OUTPUT-DATASET
                  INVALID KEY
                      MOVE 'Y' TO LEDGER-EOF
              END-START
              PERFORM UNTIL LEDGER-EOF = 'Y'
                  READ RUN-LEDGER-FILE NEXT RECORD
                      AT END
                          MOVE 'Y' TO LEDGER-EOF
                      NOT AT END
                          IF RLG-OUTPUT-DATASET NOT = WS-LOOK-NAME
                             MOVE 'Y' TO LEDGER-EOF
                          ELSE
                             PERFORM CONSIDER-PRODUCER
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RUN-LEDGER-FILE
           END-IF.

       CONSIDER-PRODUCER.
           COMPUTE WS-CAND-STAMP =
              RLG-RUN-DATE * 100000000 + RLG-RUN-TIME.
           IF WS-CAND-STAMP NOT > WS-LOOK-LIMIT
              AND WS-CAND-STAMP > WS-BEST-STAMP
              MOVE 'Y' TO WS-PRODUCER-FOUND
              MOVE WS-CAND-STAMP TO WS-BEST-STAMP
              MOVE RLG-PROGRAM TO WS-CHN-PROGRAM(WS-NEXT-IX)
              MOVE RLG-YEAR TO WS-CHN-YEAR(WS-NEXT-IX)
              MOVE RLG-DAY TO WS-CHN-DAY(WS-NEXT-IX)
              MOVE RLG-PART TO WS-CHN-PART(WS-NEXT-IX)
              MOVE RLG-RUN-DATE TO WS-CHN-DATE(WS-NEXT-IX)
              MOVE RLG-RUN-TIME TO WS-CHN-TIME(WS-NEXT-IX)
              MOVE WS-CAND-STAMP TO WS-CHN-STAMP(WS-NEXT-IX)
              MOVE RLG-INPUT-DATASET TO WS-CHN-INPUT(WS-NEXT-IX)
              MOVE RLG-OUTPUT-DATASET TO WS-CHN-OUTPUT(WS-NEXT-IX)
              MOVE RLG-REJECT-DATASET TO WS-CHN-REJECT(WS-NEXT-IX)
              MOVE RLG-RECORDS-READ TO WS-CHN-READ(WS-NEXT-IX)
              MOVE RLG-RECORDS-WRITTEN TO WS-CHN-WRITTEN(WS-NEXT-IX)
              MOVE RLG-RECORDS-REJECTED
                 TO WS-CHN-REJECTED(WS-NEXT-IX)
              MOVE RLG-FINAL-ANSWER TO WS-CHN-ANSWER(WS-NEXT-IX)
           END-IF.

       BUILD-ARCHIVE-NAME.
           MOVE SPACES TO WS-RUN-LEDGER-DATASET.
           STRING FUNCTION TRIM(WS-LEDGER-BASE) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-ARCH-MONTH DELIMITED BY SIZE
                  '.arc' DELIMITED BY SIZE
              INTO WS-RUN-LEDGER-DATASET.

      *    One step up the chain: the run that wrote the last run's
      *    input, newest at or before that run. No producer means the
      *    input is a raw feed; a name already in the chain, or a
      *    full chain, ends the walk too.
       FOLLOW-INPUT-UPSTREAM.
           MOVE 'Y' TO WS-CHAIN-DONE.
           MOVE WS-CHN-INPUT(WS-CHAIN-COUNT) TO WS-LOOK-NAME.
           MOVE 'N' TO WS-CHAIN-SEEN.
           PERFORM VARYING WS-CX FROM 1 BY 1
              UNTIL WS-CX > WS-CHAIN-COUNT
              IF WS-CHN-OUTPUT(WS-CX) = WS-LOOK-NAME
                 MOVE 'Y' TO WS-CHAIN-SEEN
              END-IF
           END-PERFORM.
           IF WS-CHAIN-COUNT < 8
              AND WS-LOOK-NAME NOT = SPACES
              AND WS-CHAIN-SEEN = 'N'
              MOVE WS-CHN-STAMP(WS-CHAIN-COUNT) TO WS-LOOK-LIMIT
              COMPUTE WS-LOOK-MONTH =
                 WS-CHN-DATE(WS-CHAIN-COUNT) / 100
              COMPUTE WS-NEXT-IX = WS-CHAIN-COUNT + 1
              PERFORM FIND-PRODUCER
              IF WS-PRODUCER-FOUND = 'Y'
                 ADD 1 TO WS-CHAIN-COUNT
                 MOVE 'N' TO WS-CHAIN-DONE
              END-IF
           END-IF.

       SHOW-CHAIN-RUN.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'BUILT BY  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHN-PROGRAM(WS-CX))
                     DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  WS-CHN-DATE(WS-CX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CHN-TIME(WS-CX) DELIMITED BY SIZE
                  ' YEAR ' DELIMITED BY SIZE
                  WS-CHN-YEAR(WS-CX) DELIMITED BY SIZE
                  ' DAY ' DELIMITED BY SIZE
                  WS-CHN-DAY(WS-CX) DELIMITED BY SIZE
                  ' PART ' DELIMITED BY SIZE
                  WS-CHN-PART(WS-CX) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '          WROTE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHN-OUTPUT(WS-CX))
                     DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHN-INPUT(WS-CX))
                     DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '          READ ' DELIMITED BY SIZE
                  WS-CHN-READ(WS-CX) DELIMITED BY SIZE
                  ' WRITTEN ' DELIMITED BY SIZE
                  WS-CHN-WRITTEN(WS-CX) DELIMITED BY SIZE
                  ' REJECTED ' DELIMITED BY SIZE
                  WS-CHN-REJECTED(WS-CX) DELIMITED BY SIZE
                  ' ANSWER ' DELIMITED BY SIZE
                  WS-CHN-ANSWER(WS-CX) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      **----------------------------------------------------------------
      *    The raw feed's delivery: the newest intake registration
      *    and pre-edit at or before the earliest run in the chain -
      *    the ones in force when the feed was first read.
      **----------------------------------------------------------------
       SHOW-DELIVERY.
           MOVE WS-CHN-STAMP(WS-CHAIN-COUNT) TO WS-LOOK-LIMIT.
           MOVE 'N' TO WS-DLV-FOUND.
           MOVE ZERO TO WS-BEST-STAMP.
           OPEN INPUT INTAKE-REGISTER-FILE.
           IF WS-INTAKE-REGISTER-STATUS = '00'
              MOVE 'N' TO INTAKE-EOF
              PERFORM UNTIL INTAKE-EOF = 'Y'
                  READ INTAKE-REGISTER-FILE
                      AT END
                          MOVE 'Y' TO INTAKE-EOF
                      NOT AT END
                          IF INT-DATASET = WS-RAW-DATASET
                             AND INT-ARRIVAL-DATE IS NUMERIC
                             AND INT-ARRIVAL-TIME IS NUMERIC
                             PERFORM CONSIDER-DELIVERY
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE INTAKE-REGISTER-FILE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-DLV-FOUND = 'Y'
              STRING 'DELIVERY  ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RAW-DATASET) DELIMITED BY SIZE
                     ' ARRIVED ' DELIMITED BY SIZE
                     WS-DLV-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-DLV-TIME DELIMITED BY SIZE
                     ' LINES ' DELIMITED BY SIZE
                     WS-DLV-LINES DELIMITED BY SIZE
                     ' CHECKSUM ' DELIMITED BY SIZE
                     WS-DLV-CHECKSUM DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-DLV-STATUS DELIMITED BY SIZE
                 INTO REPORT-RECORD
           ELSE
              STRING 'DELIVERY  ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RAW-DATASET) DELIMITED BY SIZE
                     ' - NO INTAKE REGISTRATION AT OR BEFORE THE RUN'
                        DELIMITED BY SIZE
                 INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE 'N' TO WS-PEH-FOUND.
           MOVE ZERO TO WS-BEST-STAMP.
           OPEN INPUT PREEDIT-HISTORY-FILE.
           IF WS-PREEDIT-HISTORY-STATUS = '00'
              MOVE 'N' TO PREEDIT-EOF
              PERFORM UNTIL PREEDIT-EOF = 'Y'
                  READ PREEDIT-HISTORY-FILE
                      AT END
                          MOVE 'Y' TO PREEDIT-EOF
                      NOT AT END
                          IF PEH-DATASET = WS-RAW-DATASET
                             AND PEH-RUN-DATE IS NUMERIC
                             AND PEH-RUN-TIME IS NUMERIC
                             PERFORM CONSIDER-PREEDIT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE PREEDIT-HISTORY-FILE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-PEH-FOUND = 'Y'
              STRING 'PRE-EDIT  ' DELIMITED BY SIZE
                     WS-PEH-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-PEH-TIME DELIMITED BY SIZE
                     ' LINES ' DELIMITED BY SIZE
                     WS-PEH-LINES DELIMITED BY SIZE
                     ' ERRORS ' DELIMITED BY SIZE
                     WS-PEH-ERRORS DELIMITED BY SIZE
                     ' RATE ' DELIMITED BY SIZE
                     WS-PEH-RATE DELIMITED BY SIZE
                     '% ' DELIMITED BY SIZE
                     WS-PEH-RESULT DELIMITED BY SIZE
                 INTO REPORT-RECORD
           ELSE
              MOVE 'PRE-EDIT  NONE ON RECORD AT OR BEFORE THE RUN'
                 TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

       CONSIDER-DELIVERY.
           COMPUTE WS-CAND-STAMP =
              INT-ARRIVAL-DATE * 100000000 + INT-ARRIVAL-TIME.
           IF WS-CAND-STAMP NOT > WS-LOOK-LIMIT
              AND WS-CAND-STAMP >= WS-BEST-STAMP
              MOVE 'Y' TO WS-DLV-FOUND
              MOVE WS-CAND-STAMP TO WS-BEST-STAMP
              MOVE INT-ARRIVAL-DATE TO WS-DLV-DATE
              MOVE INT-ARRIVAL-TIME TO WS-DLV-TIME
              MOVE INT-LINE-COUNT TO WS-DLV-LINES
              MOVE INT-CHECKSUM TO WS-DLV-CHECKSUM
              MOVE INT-STATUS TO WS-DLV-STATUS
           END-IF.

       CONSIDER-PREEDIT.
           COMPUTE WS-CAND-STAMP =
              PEH-RUN-DATE * 100000000 + PEH-RUN-TIME.
           IF WS-CAND-STAMP NOT > WS-LOOK-LIMIT
              AND WS-CAND-STAMP >= WS-BEST-STAMP
              MOVE 'Y' TO WS-PEH-FOUND
              MOVE WS-CAND-STAMP TO WS-BEST-STAMP
              MOVE PEH-RUN-DATE TO WS-PEH-DATE
              MOVE PEH-RUN-TIME TO WS-PEH-TIME
              MOVE PEH-LINES TO WS-PEH-LINES
              MOVE PEH-ERRORS TO WS-PEH-ERRORS
              MOVE PEH-RATE-PCT TO WS-PEH-RATE
              MOVE PEH-RESULT TO WS-PEH-RESULT
           END-IF.

      **----------------------------------------------------------------
      *    The driver cycle that linked the generation in the cycle
      *    archive register, and the frozen copy of the raw feed that
      *    cycle took - the exact bytes a replay would rerun.
      **----------------------------------------------------------------
       SHOW-CYCLE-ARCHIVE.
           MOVE SPACES TO WS-CYCLE-STAMP WS-CYCLE-KEY.
           MOVE ZERO TO WS-ARCHIVED-FEEDS.
           OPEN INPUT CYCLE-ARCHIVE-FILE.
           IF WS-CYCLE-ARCHIVE-STATUS = '00'
              MOVE 'N' TO ARCHIVE-EOF
              PERFORM UNTIL ARCHIVE-EOF = 'Y'
                  READ CYCLE-ARCHIVE-FILE
                      AT END
                          MOVE 'Y' TO ARCHIVE-EOF
                      NOT AT END
                          IF CYA-TYPE = 'GEN'
                             AND CYA-ARCHIVE-DATASET = WS-GENERATION
                             MOVE CYA-CYCLE-STAMP TO WS-CYCLE-STAMP
                             MOVE CYA-KEY TO WS-CYCLE-KEY
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CYCLE-ARCHIVE-FILE
           END-IF.
           IF WS-CYCLE-STAMP = SPACES
              MOVE 'CYCLE     NOT LINKED IN THE CYCLE ARCHIVE REGISTER'
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
           ELSE
              MOVE SPACES TO REPORT-RECORD
              STRING 'CYCLE     ' DELIMITED BY SIZE
                     WS-CYCLE-STAMP DELIMITED BY SIZE
                     ' STEP ' DELIMITED BY SIZE
                     WS-CYCLE-KEY DELIMITED BY SIZE
                 INTO REPORT-RECORD
              WRITE REPORT-RECORD
              OPEN INPUT CYCLE-ARCHIVE-FILE
              MOVE 'N' TO ARCHIVE-EOF
              PERFORM UNTIL ARCHIVE-EOF = 'Y'
                  READ CYCLE-ARCHIVE-FILE
                      AT END
                          MOVE 'Y' TO ARCHIVE-EOF
                      NOT AT END
                          IF CYA-TYPE = 'FEED'
                             AND CYA-CYCLE-STAMP = WS-CYCLE-STAMP
                             AND CYA-SOURCE-DATASET = WS-RAW-DATASET
                             PERFORM REPORT-ARCHIVED-FEED
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CYCLE-ARCHIVE-FILE
              IF WS-ARCHIVED-FEEDS = ZERO
                 MOVE '          FEED NOT ARCHIVED BY THAT CYCLE'
                    TO REPORT-RECORD
                 WRITE REPORT-RECORD
              END-IF
           END-IF.

       REPORT-ARCHIVED-FEED.
           ADD 1 TO WS-ARCHIVED-FEEDS.
           MOVE SPACES TO REPORT-RECORD.
           STRING '          FEED ' DELIMITED BY SIZE
                  CYA-KEY DELIMITED BY SIZE
                  ' FROZEN AS ' DELIMITED BY SIZE
                  FUNCTION TRIM(CYA-ARCHIVE-DATASET) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      **----------------------------------------------------------------
      *    Effective parameters off the driver's profile audit. The
      *    driver records a step's datasets after the CALL with the
      *    unsuffixed OUTPUT_DATASET it exported, so the first step
      *    record naming the generation's base name at or after the
      *    run is the step, and the GLOBAL/PROFILE block just ahead
      *    of it is that cycle's suite-wide settings. Pass one finds
      *    them by record number; pass two prints them.
      **----------------------------------------------------------------
       SHOW-EFFECTIVE-PARAMETERS.
           MOVE SPACES TO WS-WANT-SETTING.
           STRING 'OUTPUT_DATASET=' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-BASE) DELIMITED BY SIZE
              INTO WS-WANT-SETTING.
           MOVE WS-CHN-STAMP(1) TO WS-LOOK-LIMIT.
           MOVE ZERO TO WS-MATCH-RECNO WS-AUD-RECNO WS-BLOCK-CAND
              WS-BLOCK-START WS-PARMS-SHOWN.
           MOVE 'N' TO WS-IN-BLOCK.
           OPEN INPUT PROFILE-AUDIT-FILE.
           IF WS-PROFILE-AUDIT-STATUS = '00'
              MOVE 'N' TO AUDIT-EOF
              PERFORM UNTIL AUDIT-EOF = 'Y'
                  READ PROFILE-AUDIT-FILE
                      AT END
                          MOVE 'Y' TO AUDIT-EOF
                      NOT AT END
                          PERFORM LOCATE-STEP-SETTINGS
                  END-READ
              END-PERFORM
              CLOSE PROFILE-AUDIT-FILE
           END-IF.
           IF WS-MATCH-RECNO > ZERO
              MOVE ZERO TO WS-AUD-RECNO
              OPEN INPUT PROFILE-AUDIT-FILE
              MOVE 'N' TO AUDIT-EOF
              PERFORM UNTIL AUDIT-EOF = 'Y'
                  READ PROFILE-AUDIT-FILE
                      AT END
                          MOVE 'Y' TO AUDIT-EOF
                      NOT AT END
                          PERFORM REPORT-STEP-SETTING
                  END-READ
              END-PERFORM
              CLOSE PROFILE-AUDIT-FILE
           ELSE
              MOVE 'PARAMETER NONE AUDITED - NOT RUN UNDER THE DRIVER'
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

       LOCATE-STEP-SETTINGS.
           ADD 1 TO WS-AUD-RECNO.
           IF AUD-STEP-KEY = 'GLOBAL' OR 'PROFILE'
              IF WS-IN-BLOCK = 'N'
                 MOVE WS-AUD-RECNO TO WS-BLOCK-CAND
                 MOVE 'Y' TO WS-IN-BLOCK
              END-IF
           ELSE
              MOVE 'N' TO WS-IN-BLOCK
              COMPUTE WS-CAND-STAMP =
                 AUD-RUN-DATE * 100000000 + AUD-RUN-TIME
              IF AUD-SETTING = WS-WANT-SETTING
                 AND WS-CAND-STAMP >= WS-LOOK-LIMIT
                 MOVE WS-AUD-RECNO TO WS-MATCH-RECNO
                 MOVE WS-BLOCK-CAND TO WS-BLOCK-START
                 MOVE AUD-STEP-KEY TO WS-MATCH-STEP
                 MOVE AUD-RUN-DATE TO WS-MATCH-DATE
                 MOVE AUD-RUN-TIME TO WS-MATCH-TIME
                 MOVE 'Y' TO AUDIT-EOF
              END-IF
           END-IF.

      *    The step's own records sit together around the match - its
      *    input dataset just ahead, its reject dataset just behind.
       REPORT-STEP-SETTING.
           ADD 1 TO WS-AUD-RECNO.
           IF WS-AUD-RECNO > WS-MATCH-RECNO + 1
              MOVE 'Y' TO AUDIT-EOF
           ELSE
              IF WS-AUD-RECNO >= WS-BLOCK-START
                 IF ((AUD-STEP-KEY = 'GLOBAL' OR 'PROFILE')
                       AND WS-BLOCK-START > ZERO)
                    OR (AUD-STEP-KEY = WS-MATCH-STEP
                       AND AUD-RUN-DATE = WS-MATCH-DATE
                       AND AUD-RUN-TIME = WS-MATCH-TIME)
                    ADD 1 TO WS-PARMS-SHOWN
                    MOVE SPACES TO REPORT-RECORD
                    STRING 'PARAMETER ' DELIMITED BY SIZE
                           AUD-STEP-KEY DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           FUNCTION TRIM(AUD-SETTING)
                              DELIMITED BY SIZE
                       INTO REPORT-RECORD
                    WRITE REPORT-RECORD
                 END-IF
              END-IF
           END-IF.

      **----------------------------------------------------------------
      *    One run's rejects and what the repair cycle made of each.
      *    Reject datasets are rewritten every run, so a file whose
      *    count no longer agrees with the ledger belongs to a later
      *    run and is reported as replaced rather than misattributed.
      **----------------------------------------------------------------
       SHOW-RUN-REJECTS.
           IF WS-CHN-REJECTED(WS-CX) = ZERO
              MOVE SPACES TO REPORT-RECORD
              STRING 'REJECTS   ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CHN-PROGRAM(WS-CX))
                        DELIMITED BY SIZE
                     ' REJECTED NOTHING' DELIMITED BY SIZE
                 INTO REPORT-RECORD
              WRITE REPORT-RECORD
           ELSE
              MOVE WS-CHN-REJECT(WS-CX) TO WS-REJECT-DATASET
              PERFORM COUNT-REJECTS-ON-FILE
              EVALUATE TRUE
                 WHEN WS-REJECT-STATUS NOT = '00'
                    MOVE SPACES TO REPORT-RECORD
                    STRING 'REJECTS   ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-REJECT-DATASET)
                              DELIMITED BY SIZE
                           ' NO LONGER ON DISK' DELIMITED BY SIZE
                       INTO REPORT-RECORD
                    WRITE REPORT-RECORD
                 WHEN WS-ON-FILE NOT = WS-CHN-REJECTED(WS-CX)
                    MOVE SPACES TO REPORT-RECORD
                    STRING 'REJECTS   ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-REJECT-DATASET)
                              DELIMITED BY SIZE
                           ' NOW HOLDS ' DELIMITED BY SIZE
                           WS-ON-FILE DELIMITED BY SIZE
                           ' - THE RUN REJECTED ' DELIMITED BY SIZE
                           WS-CHN-REJECTED(WS-CX) DELIMITED BY SIZE
                           ', A LATER RUN HAS REPLACED IT'
                              DELIMITED BY SIZE
                       INTO REPORT-RECORD
                    WRITE REPORT-RECORD
                 WHEN OTHER
                    PERFORM SHOW-REJECT-OUTCOMES
              END-EVALUATE
           END-IF.

       COUNT-REJECTS-ON-FILE.
           MOVE ZERO TO WS-ON-FILE.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS = '00'
              MOVE 'N' TO REJECT-EOF
              PERFORM UNTIL REJECT-EOF = 'Y'
                  READ REJECT-FILE
                      AT END
                          MOVE 'Y' TO REJECT-EOF
                      NOT AT END
                          IF REJECT-LINE-NUM IS NUMERIC
                             ADD 1 TO WS-ON-FILE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE REJECT-FILE
           END-IF.

       SHOW-REJECT-OUTCOMES.
           IF WS-REPAIR-LOADED = 'N'
              PERFORM LOAD-REPAIR-STATE
           END-IF.
           MOVE ZERO TO WS-WRITTEN-OFF WS-REPAIRED WS-AS-ENTERED
              WS-IN-SUSPENSE WS-TO-REPAIR WS-NOT-WORKED.
           OPEN INPUT REJECT-FILE.
           MOVE 'N' TO REJECT-EOF.
           PERFORM UNTIL REJECT-EOF = 'Y'
               READ REJECT-FILE
                   AT END
                       MOVE 'Y' TO REJECT-EOF
                   NOT AT END
                       IF REJECT-LINE-NUM IS NUMERIC
                          PERFORM CLASSIFY-REJECT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'REJECTS   ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHN-PROGRAM(WS-CX))
                     DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ON-FILE DELIMITED BY SIZE
                  ': WRITTEN OFF ' DELIMITED BY SIZE
                  WS-WRITTEN-OFF DELIMITED BY SIZE
                  ' REPAIRED ' DELIMITED BY SIZE
                  WS-REPAIRED DELIMITED BY SIZE
                  ' AS ENTERED ' DELIMITED BY SIZE
                  WS-AS-ENTERED DELIMITED BY SIZE
                  ' IN SUSPENSE ' DELIMITED BY SIZE
                  WS-IN-SUSPENSE DELIMITED BY SIZE
                  ' SENT TO REPAIR ' DELIMITED BY SIZE
                  WS-TO-REPAIR DELIMITED BY SIZE
                  ' NOT WORKED ' DELIMITED BY SIZE
                  WS-NOT-WORKED DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-REPAIR-DROPPED > ZERO
              MOVE SPACES TO REPORT-RECORD
              STRING '          WARNING - REPAIR TABLES FULL, '
                        DELIMITED BY SIZE
                     WS-REPAIR-DROPPED DELIMITED BY SIZE
                     ' REPAIR RECORDS NOT CONSULTED'
                        DELIMITED BY SIZE
                 INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

      *    A written-off disposition wins outright; an adjustment
      *    means the line went back in (as entered under a 'V'
      *    disposition, else corrected); failing both, the suspense
      *    file or an 'R' disposition says it is still in the cycle.
      *    Adjustments carry no dataset name, so they match on line
      *    number alone, as the repair cycle wrote them.
       CLASSIFY-REJECT.
           MOVE SPACE TO WS-THIS-ACTION.
           MOVE 'N' TO WS-THIS-ADJUSTED WS-THIS-SUSPENDED.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DSP-COUNT
              IF WS-DSP-LINE(J) = REJECT-LINE-NUM
                 AND WS-DSP-DATASET(J) = REJECT-DATASET-NAME
                 MOVE WS-DSP-ACTION(J) TO WS-THIS-ACTION
              END-IF
           END-PERFORM.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ADJ-COUNT
              IF WS-ADJ-LINE(J) = REJECT-LINE-NUM
                 MOVE 'Y' TO WS-THIS-ADJUSTED
                 MOVE WS-ADJ-VALUE(J) TO WS-THIS-VALUE
              END-IF
           END-PERFORM.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SUS-COUNT
              IF WS-SUS-LINE(J) = REJECT-LINE-NUM
                 AND WS-SUS-DATASET(J) = REJECT-DATASET-NAME
                 MOVE 'Y' TO WS-THIS-SUSPENDED
                 MOVE WS-SUS-CYCLES(J) TO WS-THIS-CYCLES
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-OUTCOME.
           EVALUATE TRUE
              WHEN WS-THIS-ACTION = 'A'
                 ADD 1 TO WS-WRITTEN-OFF
                 MOVE 'WRITTEN OFF' TO WS-OUTCOME
              WHEN WS-THIS-ADJUSTED = 'Y' AND WS-THIS-ACTION = 'V'
                 ADD 1 TO WS-AS-ENTERED
                 STRING 'ACCEPTED AS ENTERED, VALUE '
                           DELIMITED BY SIZE
                        WS-THIS-VALUE DELIMITED BY SIZE
                    INTO WS-OUTCOME
              WHEN WS-THIS-ADJUSTED = 'Y'
                 ADD 1 TO WS-REPAIRED
                 STRING 'REPAIRED, VALUE ' DELIMITED BY SIZE
                        WS-THIS-VALUE DELIMITED BY SIZE
                    INTO WS-OUTCOME
              WHEN WS-THIS-SUSPENDED = 'Y'
                 ADD 1 TO WS-IN-SUSPENSE
                 STRING 'IN SUSPENSE, ' DELIMITED BY SIZE
                        WS-THIS-CYCLES DELIMITED BY SIZE
                        ' CYCLES' DELIMITED BY SIZE
                    INTO WS-OUTCOME
              WHEN WS-THIS-ACTION = 'R'
                 ADD 1 TO WS-TO-REPAIR
                 MOVE 'SENT TO REPAIR' TO WS-OUTCOME
              WHEN OTHER
                 ADD 1 TO WS-NOT-WORKED
                 MOVE 'NOT YET WORKED' TO WS-OUTCOME
           END-EVALUATE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'REJECT    LINE ' DELIMITED BY SIZE
                  REJECT-LINE-NUM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  REJECT-REASON DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUTCOME) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *    Dispositions, adjustments and suspense, each into its own
      *    table - later disposition records supersede earlier ones
      *    for a line, so the classification keeps the last match.
       LOAD-REPAIR-STATE.
           MOVE 'Y' TO WS-REPAIR-LOADED.
           OPEN INPUT DISPOSITION-FILE.
           IF WS-DISPOSITION-STATUS = '00'
              PERFORM UNTIL DISPOSITION-EOF = 'Y'
                  READ DISPOSITION-FILE
                      AT END
                          MOVE 'Y' TO DISPOSITION-EOF
                      NOT AT END
                          IF DSP-LINE-NUM IS NUMERIC
                             IF WS-DSP-COUNT < 500
                                ADD 1 TO WS-DSP-COUNT
                                MOVE DSP-LINE-NUM
                                   TO WS-DSP-LINE(WS-DSP-COUNT)
                                MOVE DSP-ACTION
                                   TO WS-DSP-ACTION(WS-DSP-COUNT)
                                MOVE DSP-DATASET-NAME
                                   TO WS-DSP-DATASET(WS-DSP-COUNT)
                             ELSE
                                ADD 1 TO WS-REPAIR-DROPPED
                             END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE DISPOSITION-FILE
           END-IF.
           OPEN INPUT ADJUSTMENT-FILE.
           IF WS-ADJUSTMENT-STATUS = '00'
              PERFORM UNTIL ADJUSTMENT-EOF = 'Y'
                  READ ADJUSTMENT-FILE
                      AT END
                          MOVE 'Y' TO ADJUSTMENT-EOF
                      NOT AT END
                          IF ADJ-LINE-NUM IS NUMERIC
                             AND ADJ-VALUE IS NUMERIC
                             IF WS-ADJ-COUNT < 500
                                ADD 1 TO WS-ADJ-COUNT
                                MOVE ADJ-LINE-NUM
                                   TO WS-ADJ-LINE(WS-ADJ-COUNT)
                                MOVE ADJ-VALUE
                                   TO WS-ADJ-VALUE(WS-ADJ-COUNT)
                             ELSE
                                ADD 1 TO WS-REPAIR-DROPPED
                             END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ADJUSTMENT-FILE
           END-IF.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = '00'
              PERFORM UNTIL SUSPENSE-EOF = 'Y'
                  READ SUSPENSE-FILE
                      AT END
                          MOVE 'Y' TO SUSPENSE-EOF
                      NOT AT END
                          IF SUS-LINE-NUM IS NUMERIC
                             PERFORM LOAD-ONE-SUSPENSE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE SUSPENSE-FILE
           END-IF.

      *    Suspense records written before the aging columns existed
      *    read back with a blank cycle count.
       LOAD-ONE-SUSPENSE.
           IF WS-SUS-COUNT < 500
              ADD 1 TO WS-SUS-COUNT
              MOVE SUS-LINE-NUM TO WS-SUS-LINE(WS-SUS-COUNT)
              MOVE SUS-DATASET-NAME TO WS-SUS-DATASET(WS-SUS-COUNT)
              IF SUS-CYCLES IS NUMERIC
                 MOVE SUS-CYCLES TO WS-SUS-CYCLES(WS-SUS-COUNT)
              ELSE
                 MOVE ZERO TO WS-SUS-CYCLES(WS-SUS-COUNT)
              END-IF
           ELSE
              ADD 1 TO WS-REPAIR-DROPPED
           END-IF.

      **----------------------------------------------------------------
      *    Downstream of WS-DOWN-NAME: every extract registered as cut
      *    from it, then every settled registration in the
      *    acknowledgment history - together, which interface files
      *    carried the answer and whether the receiving side loaded
      *    it.
      **----------------------------------------------------------------
       SHOW-DOWNSTREAM.
           MOVE ZERO TO WS-DOWN-SHOWN.
           OPEN INPUT EXTRACT-REGISTER-FILE.
           IF WS-EXTRACT-REGISTER-STATUS = '00'
              MOVE 'N' TO REGISTER-EOF
              PERFORM UNTIL REGISTER-EOF = 'Y'
                  READ EXTRACT-REGISTER-FILE
                      AT END
                          MOVE 'Y' TO REGISTER-EOF
                      NOT AT END
                          IF XRG-SOURCE-DATASET = WS-DOWN-NAME
                             PERFORM REPORT-EXTRACT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE EXTRACT-REGISTER-FILE
           END-IF.
           OPEN INPUT ACK-HISTORY-FILE.
           IF WS-ACK-HISTORY-STATUS = '00'
              MOVE 'N' TO HISTORY-EOF
              PERFORM UNTIL HISTORY-EOF = 'Y'
                  READ ACK-HISTORY-FILE
                      AT END
                          MOVE 'Y' TO HISTORY-EOF
                      NOT AT END
                          IF XAH-SOURCE-DATASET = WS-DOWN-NAME
                             PERFORM REPORT-ACKNOWLEDGMENT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ACK-HISTORY-FILE
           END-IF.
           IF WS-DOWN-SHOWN = ZERO
              MOVE 'EXTRACT   NONE CUT FROM THIS GENERATION'
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

       REPORT-EXTRACT.
           ADD 1 TO WS-DOWN-SHOWN.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'EXTRACT   ' DELIMITED BY SIZE
                  FUNCTION TRIM(XRG-DATASET) DELIMITED BY SIZE
                  ' SENT ' DELIMITED BY SIZE
                  XRG-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  XRG-RUN-TIME DELIMITED BY SIZE
                  ' RECORDS ' DELIMITED BY SIZE
                  XRG-RECORD-COUNT DELIMITED BY SIZE
                  ' HASH ' DELIMITED BY SIZE
                  XRG-HASH-TOTAL DELIMITED BY SIZE
                  ' NOW ' DELIMITED BY SIZE
                  XRG-STATUS DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       REPORT-ACKNOWLEDGMENT.
           ADD 1 TO WS-DOWN-SHOWN.
           MOVE SPACES TO REPORT-RECORD.
           IF XAH-STATUS = 'LOADED' OR 'FAILED'
              STRING 'ACK       ' DELIMITED BY SIZE
                     FUNCTION TRIM(XAH-DATASET) DELIMITED BY SIZE
                     ' SENT ' DELIMITED BY SIZE
                     XAH-SENT-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     XAH-SENT-TIME DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     FUNCTION TRIM(XAH-STATUS) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     XAH-SETTLED-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     XAH-SETTLED-TIME DELIMITED BY SIZE
                     ' ACK RECORDS ' DELIMITED BY SIZE
                     XAH-ACK-COUNT DELIMITED BY SIZE
                     ' HASH ' DELIMITED BY SIZE
                     XAH-ACK-HASH DELIMITED BY SIZE
                 INTO REPORT-RECORD
           ELSE
              STRING 'ACK       ' DELIMITED BY SIZE
                     FUNCTION TRIM(XAH-DATASET) DELIMITED BY SIZE
                     ' SENT ' DELIMITED BY SIZE
                     XAH-SENT-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     XAH-SENT-TIME DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     FUNCTION TRIM(XAH-STATUS) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     XAH-SETTLED-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     XAH-SETTLED-TIME DELIMITED BY SIZE
                     ' - NEVER ACKNOWLEDGED' DELIMITED BY SIZE
                 INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

      **----------------------------------------------------------------
      *    Reverse: every run built from the input, directly or
      *    through the datasets those runs wrote. The ledger is read
      *    in run order off the RLG-RUN-DATE alternate key (archives
      *    first for a dated question - they hold the older months),
      *    so a derived dataset is tracked from the run that wrote it
      *    until a run not built from the input overwrites it.
      **----------------------------------------------------------------
       TRACE-INPUT-DATASET.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'DATASET LINEAGE FROM INPUT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINEAGE-INPUT) DELIMITED BY SIZE
                  ' RUNS ' DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM LOAD-INPUT-DELIVERIES.
           MOVE 1 TO WS-TRK-COUNT.
           MOVE WS-LINEAGE-INPUT TO WS-TRK-NAME(1).
           MOVE 'Y' TO WS-TRK-ACTIVE(1).
           MOVE ZERO TO WS-BUILT-COUNT WS-RGN-COUNT.
           IF WS-FROM-DATE > ZERO
              COMPUTE WS-ARCH-MONTH = WS-FROM-DATE / 100
              IF WS-TO-DATE = 99999999
                 ACCEPT WS-TODAY FROM DATE YYYYMMDD
                 COMPUTE WS-ARCH-END-MONTH = WS-TODAY / 100
              ELSE
                 COMPUTE WS-ARCH-END-MONTH = WS-TO-DATE / 100
              END-IF
              PERFORM UNTIL WS-ARCH-MONTH > WS-ARCH-END-MONTH
                 PERFORM BUILD-ARCHIVE-NAME
                 PERFORM SCAN-LEDGER-IN-RUN-ORDER
                 COMPUTE WS-ARCH-MM = FUNCTION MOD(WS-ARCH-MONTH, 100)
                 IF WS-ARCH-MM = 12
                    ADD 89 TO WS-ARCH-MONTH
                 ELSE
                    ADD 1 TO WS-ARCH-MONTH
                 END-IF
              END-PERFORM
           END-IF.
           MOVE WS-LEDGER-BASE TO WS-RUN-LEDGER-DATASET.
           PERFORM SCAN-LEDGER-IN-RUN-ORDER.
           IF WS-BUILT-COUNT = ZERO
              ADD 1 TO WS-UNKNOWN-COUNT
              MOVE 'BUILT     NOTHING IN THE RUN LEDGER READ IT'
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
           IF WS-TRK-DROPPED > ZERO OR WS-RGN-DROPPED > ZERO
              MOVE SPACES TO REPORT-RECORD
              STRING 'WARNING - TABLE FULL, ' DELIMITED BY SIZE
                     WS-TRK-DROPPED DELIMITED BY SIZE
                     ' DATASETS NOT FOLLOWED, ' DELIMITED BY SIZE
                     WS-RGN-DROPPED DELIMITED BY SIZE
                     ' GENERATIONS NOT SEARCHED DOWNSTREAM'
                        DELIMITED BY SIZE
                 INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RGN-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING 'DOWNSTREAM OF ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RGN-NAME(I)) DELIMITED BY SIZE
                 INTO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE WS-RGN-NAME(I) TO WS-DOWN-NAME
              PERFORM SHOW-DOWNSTREAM
           END-PERFORM.
           DISPLAY 'INPUT ' FUNCTION TRIM(WS-LINEAGE-INPUT) ' - '
              WS-BUILT-COUNT ' RUNS BUILT FROM IT, '
              WS-RGN-COUNT ' GENERATIONS'.

      *    Every intake registration of the input, so each direct run
      *    can name the delivery it read.
       LOAD-INPUT-DELIVERIES.
           MOVE ZERO TO WS-IDL-COUNT.
           OPEN INPUT INTAKE-REGISTER-FILE.
           IF WS-INTAKE-REGISTER-STATUS = '00'
              MOVE 'N' TO INTAKE-EOF
              PERFORM UNTIL INTAKE-EOF = 'Y'
                  READ INTAKE-REGISTER-FILE
                      AT END
                          MOVE 'Y' TO INTAKE-EOF
                      NOT AT END
                          IF INT-DATASET = WS-LINEAGE-INPUT
                             AND INT-ARRIVAL-DATE IS NUMERIC
                             AND INT-ARRIVAL-TIME IS NUMERIC
                             AND WS-IDL-COUNT < 200
                             ADD 1 TO WS-IDL-COUNT
                             COMPUTE WS-IDL-STAMP(WS-IDL-COUNT) =
                                INT-ARRIVAL-DATE * 100000000
                                + INT-ARRIVAL-TIME
                             MOVE INT-LINE-COUNT
                                TO WS-IDL-LINES(WS-IDL-COUNT)
                             MOVE INT-CHECKSUM
                                TO WS-IDL-CHECKSUM(WS-IDL-COUNT)
                             MOVE INT-STATUS
                                TO WS-IDL-STATUS(WS-IDL-COUNT)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE INTAKE-REGISTER-FILE
           END-IF.

       SCAN-LEDGER-IN-RUN-ORDER.
           OPEN INPUT RUN-LEDGER-FILE.
           IF WS-RUN-LEDGER-STATUS = '00'
              MOVE 'N' TO LEDGER-EOF
              MOVE WS-FROM-DATE TO RLG-RUN-DATE
              START RUN-LEDGER-FILE KEY >= RLG-RUN-DATE
                  INVALID KEY
                      MOVE 'Y' TO LEDGER-EOF
              END-START
              PERFORM UNTIL LEDGER-EOF = 'Y'
                  READ RUN-LEDGER-FILE NEXT RECORD
                      AT END
                          MOVE 'Y' TO LEDGER-EOF
                      NOT AT END
                          IF RLG-RUN-DATE > WS-TO-DATE
                             MOVE 'Y' TO LEDGER-EOF
                          ELSE
                             PERFORM TRACK-LEDGER-RECORD
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RUN-LEDGER-FILE
           END-IF.

       TRACK-LEDGER-RECORD.
           MOVE ZERO TO WS-TRK-FOUND.
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-TRK-COUNT OR WS-TRK-FOUND > ZERO
              IF WS-TRK-NAME(I) = RLG-INPUT-DATASET
                 AND WS-TRK-ACTIVE(I) = 'Y'
                 MOVE I TO WS-TRK-FOUND
              END-IF
           END-PERFORM.
           IF WS-TRK-FOUND > ZERO
              PERFORM REPORT-DERIVED-RUN
              IF RLG-OUTPUT-DATASET NOT = SPACES
                 AND RLG-OUTPUT-DATASET NOT = WS-LINEAGE-INPUT
                 PERFORM TRACK-OUTPUT-DATASET
              END-IF
           ELSE
      *       Overwritten by a run from some other input - what it
      *       holds now is no longer derived from this one.
              PERFORM VARYING I FROM 2 BY 1 UNTIL I > WS-TRK-COUNT
                 IF WS-TRK-NAME(I) = RLG-OUTPUT-DATASET
                    MOVE 'N' TO WS-TRK-ACTIVE(I)
                 END-IF
              END-PERFORM
           END-IF.

       TRACK-OUTPUT-DATASET.
           MOVE ZERO TO J.
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > WS-TRK-COUNT
              IF WS-TRK-NAME(I) = RLG-OUTPUT-DATASET
                 MOVE I TO J
              END-IF
           END-PERFORM.
           IF J = ZERO
              IF WS-TRK-COUNT < 100
                 ADD 1 TO WS-TRK-COUNT
                 MOVE WS-TRK-COUNT TO J
                 MOVE RLG-OUTPUT-DATASET TO WS-TRK-NAME(J)
              ELSE
                 ADD 1 TO WS-TRK-DROPPED
              END-IF
           END-IF.
           IF J > ZERO
              MOVE 'Y' TO WS-TRK-ACTIVE(J)
           END-IF.

       REPORT-DERIVED-RUN.
           ADD 1 TO WS-BUILT-COUNT.
           MOVE RLG-OUTPUT-DATASET TO WS-SPLIT-NAME.
           PERFORM SPLIT-GENERATION-NAME.
           IF WS-SPLIT-IS-GEN = 'Y'
              MOVE 'GENERATION' TO WS-KIND
              IF WS-RGN-COUNT < 200
                 ADD 1 TO WS-RGN-COUNT
                 MOVE RLG-OUTPUT-DATASET TO WS-RGN-NAME(WS-RGN-COUNT)
              ELSE
                 ADD 1 TO WS-RGN-DROPPED
              END-IF
           ELSE
              MOVE 'DATASET' TO WS-KIND
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'BUILT     ' DELIMITED BY SIZE
                  WS-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(RLG-OUTPUT-DATASET) DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '          BY ' DELIMITED BY SIZE
                  FUNCTION TRIM(RLG-PROGRAM) DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  RLG-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RLG-RUN-TIME DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  FUNCTION TRIM(RLG-INPUT-DATASET) DELIMITED BY SIZE
                  ' ANSWER ' DELIMITED BY SIZE
                  RLG-FINAL-ANSWER DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-TRK-FOUND = 1
              PERFORM REPORT-DIRECT-DELIVERY
           END-IF.

      *    The newest delivery registered at or before the run.
       REPORT-DIRECT-DELIVERY.
           COMPUTE WS-CAND-STAMP =
              RLG-RUN-DATE * 100000000 + RLG-RUN-TIME.
           MOVE ZERO TO J.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-IDL-COUNT
              IF WS-IDL-STAMP(I) NOT > WS-CAND-STAMP
                 IF J = ZERO
                    MOVE I TO J
                 ELSE
                    IF WS-IDL-STAMP(I) >= WS-IDL-STAMP(J)
                       MOVE I TO J
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           IF J > ZERO
              STRING '          DELIVERY ARRIVED ' DELIMITED BY SIZE
                     WS-IDL-STAMP(J)(1:8) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-IDL-STAMP(J)(9:8) DELIMITED BY SIZE
                     ' LINES ' DELIMITED BY SIZE
                     WS-IDL-LINES(J) DELIMITED BY SIZE
                     ' CHECKSUM ' DELIMITED BY SIZE
                     WS-IDL-CHECKSUM(J) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-IDL-STATUS(J) DELIMITED BY SIZE
                 INTO REPORT-RECORD
           ELSE
              STRING '          DELIVERY - NO INTAKE REGISTRATION'
                        DELIMITED BY SIZE
                     ' AT OR BEFORE THE RUN' DELIMITED BY SIZE
                 INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
