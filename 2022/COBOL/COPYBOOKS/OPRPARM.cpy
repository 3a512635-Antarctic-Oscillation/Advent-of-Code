      ******************************************************************
      **  OPRPARM - working-storage for operator sign-on and function  **
      **  authority (OPRCHECK.cpy). The authority and security-log     **
      **  dataset names resolve through OPERATOR_AUTHORITY_DATASET     **
      **  and OPERATOR_LOG_DATASET; the operator ID comes from         **
      **  OPERATOR_ID unless the caller has already supplied one. The  **
      **  caller moves its own program name to WS-OPR-PROGRAM before   **
      **  signing on, and moves the function code (and the detail to   **
      **  log on a refusal) to WS-OPR-FUNCTION / WS-OPR-DETAIL before  **
      **  each CHECK-OPERATOR-FUNCTION.                                **
      ******************************************************************
       01 WS-OPR-AUTHORITY-DATASET PIC X(80) VALUE 'oprauth.txt'.
       01 WS-OPR-AUTHORITY-STATUS PIC X(2)  VALUE SPACES.
       01 WS-OPR-LOG-DATASET     PIC X(80) VALUE 'oprlog.txt'.
       01 WS-OPR-LOG-STATUS      PIC X(2)  VALUE SPACES.
       01 WS-OPERATOR-ID         PIC X(8)  VALUE SPACES.
       01 WS-OPERATOR-NAME       PIC X(20) VALUE SPACES.
       01 WS-OPR-SIGNED-ON       PIC X     VALUE 'N'.
       01 WS-OPR-PROGRAM         PIC X(24) VALUE SPACES.
       01 WS-OPR-FUNCTION        PIC X(8)  VALUE SPACES.
       01 WS-OPR-AUTHORIZED      PIC X     VALUE 'N'.
       01 WS-OPR-RESULT          PIC X(8)  VALUE SPACES.
       01 WS-OPR-DETAIL          PIC X(60) VALUE SPACES.
       01 WS-OPR-EOF             PIC X     VALUE 'N'.
       01 WS-OPR-IX              PIC 9(2)  VALUE ZERO.
       01 WS-OPR-HELD-TABLE.
          05 WS-OPR-HELD OCCURS 8 TIMES PIC X(8).
