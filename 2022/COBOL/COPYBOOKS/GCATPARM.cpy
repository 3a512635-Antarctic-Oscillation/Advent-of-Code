      **  GCATPARM - working-storage for the generation catalog the    **
      **  suffix-stamping programs register each new OUTPUT-FILE       **
      **  generation in (GCATREC.cpy / GCATWRIT.cpy).                  **
      **  WS-GENCAT-STAMP-DATE/TIME hold the suffix stamp from         **
      **  APPEND-GENERATION-SUFFIX until the finished generation is    **
      **  registered - WRITE-RUN-HEADER re-ACCEPTs WS-RUN-DATE/TIME in **
      **  between, and the catalog stamp must match the name.          **
      **  The WS-GFP- fields are FINGERPRINT-GENERATION's input name   **
      **  and its record count / content hash result (GFPCALC.cpy).    **
      ******************************************************************
       01 WS-GENCAT-DATASET      PIC X(80) VALUE 'gencatalog.txt'.
       01 WS-GENCAT-STATUS       PIC X(2)  VALUE SPACES.
       01 WS-GENCAT-STAMP-DATE   PIC 9(8)  VALUE ZERO.
       01 WS-GENCAT-STAMP-TIME   PIC 9(8)  VALUE ZERO.
       01 WS-GFP-DATASET         PIC X(120) VALUE SPACES.
       01 WS-GFP-STATUS          PIC X(2)  VALUE SPACES.
       01 WS-GFP-FOUND           PIC X     VALUE 'N'.
       01 WS-GFP-EOF             PIC X     VALUE 'N'.
       01 WS-GFP-RECORD-COUNT    PIC 9(9)  VALUE ZERO.
       01 WS-GFP-HASH            PIC 9(18) VALUE ZERO.
       01 WS-GFP-LINE-LEN        PIC 9(4)  VALUE ZERO.
       01 WS-GFP-IX              PIC 9(4)  VALUE ZERO.
