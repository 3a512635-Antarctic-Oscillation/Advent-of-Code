       IDENTIFICATION DIVISION.
      *
      *   Day-6 tuning-trouble program: the communication-device feed
      *   is one long datastream of lowercase letters. The answers are
      *   the position of the character that completes the first run
      *   of 4 all-different characters (start-of-packet, Part 1) and
      *   of 14 (start-of-message, Part 2). Built on the same
      *   conventions as DAY_4-PROGRAM: RECLAY.cpy input, run header,
      *   reject file, control footer, generation suffix and catalog,
      *   run-ledger append - and, like DAY_4-PROGRAM, the Part-2
      *   answer is published as its own suffixed generation off the
      *   same single pass over the feed.
      *
      *   The stream is far longer than the 200-byte LINE-CONTENT.
      *   LINE SEQUENTIAL hands an over-length physical line back as
      *   successive full records (status 06 on every piece but the
      *   last), so the stream is treated as the concatenation of
      *   every record in the feed: positions run on from record to
      *   record and the marker search carries its state across each
      *   READ rather than starting over, so nothing past byte 200 is
      *   lost and a supplier who wraps the stream over several lines
      *   gets the same answer. A runtime that truncates instead
      *   (status 04) cannot be answered from - the record is
      *   rejected and the run fails.
      *
      *   The marker search needs no window buffer: for each letter
      *   the position it was last seen is kept, and each width keeps
      *   the start of the current all-different run - a repeat
      *   inside the run moves the start past the earlier copy, and
      *   the marker is the first position whose run reaches the
      *   width.
      *
       PROGRAM-ID. DAY_6-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT INPUT-FILE ASSIGN DYNAMIC WS-INPUT-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WS-INPUT-STATUS.

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
      *    Each generation carries one detail record - the marker
      *    position for its part - in OUTLAY.cpy's single-running-
      *    total shape, the same layout as DAY_4-PROGRAM's Part-2
      *    generation.
          COPY "OUTLAY.cpy".
          COPY "HDRREC.cpy".
          COPY "CTLREC.cpy".

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
      *    Base name for the Part-2 (start-of-message) generation,
      *    overridable through DAY6P2_OUTPUT_DATASET the same way
      *    DAY_4-PROGRAM's Part-2 name is.
       01 WS-PART2-OUTPUT-DSN  PIC X(80) VALUE 'day6part2.out'.
       01 WS-INPUT-STATUS      PIC X(2)  VALUE SPACES.
       01 LINE-NUM             PIC 9(6)  VALUE ZERO.
       01 EOF                  PIC X     VALUE 'N'.
       01 LINE-VALID           PIC X     VALUE 'N'.
       01 CHUNK-LEN            PIC 9(3)  VALUE ZERO.
       01 STREAM-POS           PIC 9(9)  VALUE ZERO.
       01 STREAM-CHAR          PIC X.
       01 LETTER-IX            PIC 9(2)  VALUE ZERO.
       01 WS-ALPHABET          PIC X(26) VALUE
          'abcdefghijklmnopqrstuvwxyz'.

      *    Stream position each letter was last seen at, zero for
      *    never - indexed by the letter's place in WS-ALPHABET.
       01 LAST-SEEN-TABLE.
          05 LAST-SEEN-POS OCCURS 26 TIMES PIC 9(9).

      *    Start-of-packet (width 4) and start-of-message (width 14)
      *    searches: the start of the current all-different run, and
      *    the answer position once the run reaches the width.
       01 PACKET-WIDTH         PIC 9(2)  VALUE 4.
       01 PACKET-RUN-START     PIC 9(9)  VALUE 1.
       01 PACKET-MARKER        PIC 9(15) VALUE ZERO.
       01 MESSAGE-WIDTH        PIC 9(2)  VALUE 14.
       01 MESSAGE-RUN-START    PIC 9(9)  VALUE 1.
       01 MESSAGE-MARKER       PIC 9(15) VALUE ZERO.
      *    The stream's reject-rate grade, kept so each part's footer
      *    can add its own no-marker failure to it.
       01 RATE-SEVERITY        PIC X     VALUE 'C'.
       01 K                    PIC 9(3).

       PROCEDURE DIVISION.
          PERFORM RESOLVE-DATASET-NAMES.
          PERFORM CHECK-RUN-LOCK.
          IF WS-LOCK-OK = 'N'
             MOVE 8 TO RETURN-CODE
             GOBACK
          END-IF.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DAY6P2_OUTPUT_DATASET'.
          IF WS-ENV-VALUE NOT EQUAL SPACES
             MOVE WS-ENV-VALUE TO WS-PART2-OUTPUT-DSN
          END-IF.
          MOVE ZEROS TO LAST-SEEN-TABLE.
      *   Day/part are set up front, not just before the run header -
      *   REGISTER-GENERATION catalogs the finished generation under
      *   this day/part key once OUTPUT-FILE is closed.
          MOVE 6 TO WS-HDR-DAY.
          MOVE 1 TO WS-HDR-PART.
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

      *   A stream that ends before a run reaches the width has no
      *   marker - there is no answer to publish for that part.
          IF PACKET-MARKER = ZERO
             DISPLAY 'NO START-OF-PACKET MARKER IN ' STREAM-POS
                ' CHARACTERS - NO ANSWER'
             IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
             END-IF
          END-IF.
          IF MESSAGE-MARKER = ZERO
             DISPLAY 'NO START-OF-MESSAGE MARKER IN ' STREAM-POS
                ' CHARACTERS - NO ANSWER'
             IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
             END-IF
          END-IF.

          MOVE PACKET-MARKER TO OUTPUT-CONTENT.
          WRITE OUTPUT-RECORD.
          MOVE 1 TO WS-RECORDS-WRITTEN.
          MOVE LINE-NUM TO WS-RECORDS-READ.
          MOVE PACKET-MARKER TO WS-FINAL-ANSWER.
          PERFORM EVALUATE-RUN-SEVERITY.
          MOVE WS-RUN-SEVERITY TO RATE-SEVERITY.
      *   No marker means no answer - the footer must say failed, not
      *   publish 0 as a clean result.
          IF PACKET-MARKER = ZERO
             MOVE 'F' TO WS-RUN-SEVERITY
          END-IF.
          PERFORM WRITE-CONTROL-FOOTER.

          CLOSE INPUT-FILE
                OUTPUT-FILE
                REJECT-FILE.
          PERFORM REGISTER-GENERATION.
          MOVE 'DAY_6-PROGRAM' TO WS-LEDGER-PROGRAM.
          PERFORM WRITE-RUN-LEDGER.

      *
      *   The start-of-message answer as the Day-6 Part-2 generation,
      *   the same second-generation arrangement as DAY_4-PROGRAM:
      *   suffix-stamped and cataloged under part 2, its own header,
      *   detail record, footer and ledger record. The reject file is
      *   shared - both answers come off the same pass over the same
      *   stream.
      *
          MOVE WS-PART2-OUTPUT-DSN TO WS-OUTPUT-DATASET.
          MOVE 2 TO WS-HDR-PART.
          PERFORM APPEND-GENERATION-SUFFIX.
          OPEN OUTPUT OUTPUT-FILE.
          PERFORM WRITE-RUN-HEADER.
          MOVE MESSAGE-MARKER TO OUTPUT-CONTENT.
          WRITE OUTPUT-RECORD.
          MOVE 1 TO WS-RECORDS-WRITTEN.
          MOVE MESSAGE-MARKER TO WS-FINAL-ANSWER.
          MOVE RATE-SEVERITY TO WS-RUN-SEVERITY.
          IF MESSAGE-MARKER = ZERO
             MOVE 'F' TO WS-RUN-SEVERITY
          END-IF.
          PERFORM WRITE-CONTROL-FOOTER.
          CLOSE OUTPUT-FILE.
          PERFORM REGISTER-GENERATION.
          PERFORM WRITE-RUN-LEDGER.

          DISPLAY 'START-OF-PACKET ' PACKET-MARKER
             ' START-OF-MESSAGE ' MESSAGE-MARKER
             ' STREAM LENGTH ' STREAM-POS.
      *
      *   Hand both answers back through the environment so a calling
      *   driver program can pick them up, the same way the other
      *   driver-called programs do.
      *
          DISPLAY 'DAY6_PACKET_MARKER' UPON ENVIRONMENT-NAME.
          DISPLAY PACKET-MARKER UPON ENVIRONMENT-VALUE.
          DISPLAY 'DAY6_MESSAGE_MARKER' UPON ENVIRONMENT-NAME.
          DISPLAY MESSAGE-MARKER UPON ENVIRONMENT-VALUE.
          GOBACK.

      **----------------------------------------------------------------
      *    One record of the stream. A piece the runtime truncated,
      *    or one carrying anything but lowercase letters, is
      *    rejected whole; its characters still count toward the
      *    stream positions (so later positions stay true to the
      *    feed), but both marker runs restart after it so no marker
      *    is ever found spanning damaged data.
      **----------------------------------------------------------------
       PROCESS-LINE.
          IF LINE-CONTENT NOT EQUAL SPACES
             COMPUTE CHUNK-LEN = FUNCTION LENGTH(FUNCTION TRIM
                (LINE-CONTENT TRAILING))
             MOVE 'Y' TO LINE-VALID
             IF WS-INPUT-STATUS = '04'
                MOVE 'N' TO LINE-VALID
                MOVE 'STREAM RECORD TRUNCATED ON READ'
                   TO WS-REJECT-REASON
                DISPLAY 'INPUT RECORD ' LINE-NUM ' TRUNCATED ON '
                   'READ - STREAM INCOMPLETE'
                IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
                END-IF
             ELSE
                PERFORM VARYING K FROM 1 BY 1 UNTIL K > CHUNK-LEN
                   IF LINE-CONTENT(K:1) < 'a'
                      OR LINE-CONTENT(K:1) > 'z'
                      MOVE 'N' TO LINE-VALID
                   END-IF
                END-PERFORM
                IF LINE-VALID = 'N'
                   MOVE 'NON-LOWERCASE CHARACTER IN STREAM'
                      TO WS-REJECT-REASON
                END-IF
             END-IF
             IF LINE-VALID = 'Y'
                PERFORM VARYING K FROM 1 BY 1 UNTIL K > CHUNK-LEN
                   PERFORM SCAN-STREAM-CHARACTER
                END-PERFORM
             ELSE
                MOVE LINE-NUM TO WS-REJECT-LINE-NUM
                PERFORM WRITE-REJECT-RECORD
                ADD CHUNK-LEN TO STREAM-POS
                COMPUTE PACKET-RUN-START = STREAM-POS + 1
                COMPUTE MESSAGE-RUN-START = STREAM-POS + 1
             END-IF
          END-IF.

      **----------------------------------------------------------------
      *    Advance one character: pull each run's start past an
      *    earlier copy of this letter still inside the run, then
      *    test each run against its width.
      **----------------------------------------------------------------
       SCAN-STREAM-CHARACTER.
          ADD 1 TO STREAM-POS.
          MOVE LINE-CONTENT(K:1) TO STREAM-CHAR.
          MOVE ZERO TO LETTER-IX.
          INSPECT WS-ALPHABET TALLYING LETTER-IX
             FOR CHARACTERS BEFORE INITIAL STREAM-CHAR.
          ADD 1 TO LETTER-IX.
          IF LAST-SEEN-POS(LETTER-IX) >= PACKET-RUN-START
             COMPUTE PACKET-RUN-START = LAST-SEEN-POS(LETTER-IX) + 1
          END-IF.
          IF LAST-SEEN-POS(LETTER-IX) >= MESSAGE-RUN-START
             COMPUTE MESSAGE-RUN-START =
                LAST-SEEN-POS(LETTER-IX) + 1
          END-IF.
          MOVE STREAM-POS TO LAST-SEEN-POS(LETTER-IX).
          IF PACKET-MARKER = ZERO
             AND STREAM-POS - PACKET-RUN-START + 1 >= PACKET-WIDTH
             MOVE STREAM-POS TO PACKET-MARKER
          END-IF.
          IF MESSAGE-MARKER = ZERO
             AND STREAM-POS - MESSAGE-RUN-START + 1 >= MESSAGE-WIDTH
             MOVE STREAM-POS TO MESSAGE-MARKER
          END-IF.

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
