      ******************************************************************
      **  ELFRANK - re-rank the elf master in place. COPY into         **
      **  PROCEDURE DIVISION beside ELFRPARM.cpy; the caller has       **
      **  ELF-MASTER-FILE (ELFMREC.cpy, ACCESS DYNAMIC) open I-O and   **
      **  declares SD ELF-RANK-SORT-FILE (ELFRSREC.cpy).               **
      **  Rank holds its meaning only against the maintained           **
      **  population, so the whole master is re-read, re-ranked under  **
      **  the load program's own rule (1 plus the count carrying       **
      **  strictly more, ties sharing), and rewritten in place. Shared **
      **  by maintenance and forward recovery so both leave the same   **
      **  ranks behind. The master is sorted descending by total, so   **
      **  an elf's rank is the position of the first elf of its tie    **
      **  group, and each record is rewritten as the sort returns it.  **
      ******************************************************************
       RECOMPUTE-RANKS.
           MOVE ZERO TO WS-ELF-COUNT.
           SORT ELF-RANK-SORT-FILE
              ON DESCENDING KEY ERS-TOTAL
              ON ASCENDING KEY ERS-ELF-NUM
              INPUT PROCEDURE IS RELEASE-MASTER-TOTALS
              OUTPUT PROCEDURE IS REWRITE-MASTER-RANKS.
           DISPLAY WS-ELF-COUNT ' ELF MASTER RECORDS RE-RANKED'.

       RELEASE-MASTER-TOTALS.
           MOVE 'N' TO MASTER-EOF.
           MOVE ZERO TO ELM-ELF-NUM.
           START ELF-MASTER-FILE KEY >= ELM-ELF-NUM
               INVALID KEY
                   MOVE 'Y' TO MASTER-EOF
           END-START.
           PERFORM UNTIL MASTER-EOF = 'Y'
               READ ELF-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-ELF-COUNT
                       MOVE ELM-TOTAL TO ERS-TOTAL
                       MOVE ELM-ELF-NUM TO ERS-ELF-NUM
                       RELEASE ELF-RANK-SORT-RECORD
               END-READ
           END-PERFORM.

       REWRITE-MASTER-RANKS.
           MOVE 'N' TO WS-RANK-SORT-EOF.
           MOVE ZERO TO WS-RANK-POS.
           PERFORM UNTIL WS-RANK-SORT-EOF = 'Y'
               RETURN ELF-RANK-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-RANK-SORT-EOF
                   NOT AT END
                       ADD 1 TO WS-RANK-POS
                       IF WS-RANK-POS = 1
                          OR ERS-TOTAL NOT = WS-RANK-PRIOR-TOTAL
                          MOVE WS-RANK-POS TO WS-RANK-CURRENT
                          MOVE ERS-TOTAL TO WS-RANK-PRIOR-TOTAL
                       END-IF
                       MOVE ERS-ELF-NUM TO ELM-ELF-NUM
                       READ ELF-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE WS-RANK-CURRENT TO ELM-RANK
                               REWRITE ELF-MASTER-RECORD
                                   INVALID KEY
                                       DISPLAY
                                          'RANK REWRITE FAILED FOR ELF '
                                          ELM-ELF-NUM
                               END-REWRITE
                       END-READ
               END-RETURN
           END-PERFORM.
