      ******************************************************************
      **  AMBWRITE - badge-ambiguity exception paragraphs. COPY this   **
      **  into PROCEDURE DIVISION. WRITE-AMBIGUITY-RECORD writes one   **
      **  AMBREC.cpy record off the AMBPARM.cpy fields.                **
      **  GRADE-AMBIGUITY-SEVERITY is PERFORMed after                  **
      **  EVALUATE-RUN-SEVERITY (SEVCHECK.cpy) and before              **
      **  WRITE-CONTROL-FOOTER: any ambiguity is a packing error on    **
      **  the floor, so a run the reject rate graded clean is marked   **
      **  a warning (return code 4). Like SEVCHECK it only ever        **
      **  raises the grade and the return code.                        **
      ******************************************************************
       WRITE-AMBIGUITY-RECORD.
           MOVE WS-AMB-KIND TO AMB-KIND.
           MOVE SPACE TO AMB-SEP-1.
           MOVE WS-AMB-LINE-NUM TO AMB-LINE-NUM.
           MOVE SPACE TO AMB-SEP-2.
           MOVE WS-AMB-GROUP-NUM TO AMB-GROUP-NUM.
           MOVE SPACE TO AMB-SEP-3.
           MOVE WS-COMMON-COUNT TO AMB-COMMON-COUNT.
           MOVE SPACE TO AMB-SEP-4.
           IF WS-COMMON-COUNT = ZERO
              MOVE 'NO COMMON ITEM TYPE' TO AMB-REASON
           ELSE
              MOVE 'MORE THAN ONE COMMON ITEM TYPE' TO AMB-REASON
           END-IF.
           MOVE SPACE TO AMB-SEP-5.
           MOVE WS-COMMON-ITEMS TO AMB-COMMON-ITEMS.
           MOVE SPACE TO AMB-SEP-6.
           MOVE WS-INPUT-DATASET TO AMB-DATASET-NAME.
           WRITE AMBIGUITY-RECORD.
           ADD 1 TO WS-AMBIGUITY-COUNT.

       GRADE-AMBIGUITY-SEVERITY.
           IF WS-AMBIGUITY-COUNT > ZERO
              DISPLAY 'BADGE AMBIGUITY - ' WS-AMBIGUITY-COUNT
                 ' EXCEPTIONS WRITTEN'
              IF WS-RUN-SEVERITY = 'C'
                 MOVE 'W' TO WS-RUN-SEVERITY
                 DISPLAY 'SEVERITY W - AMBIGUOUS RUCKSACKS OR GROUPS'
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
