      ******************************************************************
      **  AMBPARM - working-storage for the badge-ambiguity exception  **
      **  paragraphs (AMBWRITE.cpy). The program fills WS-COMMON-ITEMS **
      **  and WS-COMMON-COUNT with every item type common to the       **
      **  rucksack or group, sets WS-AMB-KIND/LINE-NUM/GROUP-NUM, and  **
      **  PERFORMs WRITE-AMBIGUITY-RECORD when the count is not        **
      **  exactly one. WS-AMBIGUITY-COUNT grades the run (see          **
      **  GRADE-AMBIGUITY-SEVERITY).                                   **
      ******************************************************************
       01 WS-AMBIGUITY-STATUS    PIC X(2)  VALUE SPACES.
       01 WS-AMBIGUITY-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-AMB-KIND            PIC X(8)  VALUE SPACES.
       01 WS-AMB-LINE-NUM        PIC 9(6)  VALUE ZERO.
       01 WS-AMB-GROUP-NUM       PIC 9(6)  VALUE ZERO.
       01 WS-COMMON-COUNT        PIC 9(2)  VALUE ZERO.
       01 WS-COMMON-ITEMS        PIC X(52) VALUE SPACES.
       01 WS-COMMON-SEEN         PIC 9(2)  VALUE ZERO.
