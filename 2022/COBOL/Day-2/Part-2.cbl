
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

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       FD GEN-CATALOG-FILE.
          COPY "GCATREC.cpy".

       FD GEN-FINGERPRINT-FILE.
          COPY "GFPREC.cpy".

       WORKING-STORAGE SECTION.
          COPY "DSNPARM.cpy".
          COPY "EXCPARM.cpy".
             MOVE 8 TO RETURN-CODE
             GOBACK
          END-IF.
      *   Day/part are set up front, not just before the run header -
      *   REGISTER-GENERATION catalogs the finished generation under
      *   this day/part key once OUTPUT-FILE is closed.
          MOVE 2 TO WS-HDR-DAY.
          MOVE 2 TO WS-HDR-PART.
          PERFORM APPEND-GENERATION-SUFFIX.
          CLOSE INPUT-FILE
                OUTPUT-FILE
                REJECT-FILE.
          PERFORM REGISTER-GENERATION.
          MOVE 'DAY_2_P2-PROGRAM' TO WS-LEDGER-PROGRAM.
          PERFORM WRITE-RUN-LEDGER.


      **----------------------------------------------------------------
          COPY "GCATWRIT.cpy".

      **----------------------------------------------------------------
          COPY "GFPCALC.cpy".
      **----------------------------------------------------------------
          COPY "LCKCHECK.cpy".
