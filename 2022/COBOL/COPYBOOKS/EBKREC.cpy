      ******************************************************************
      **  EBKREC - one elf master backup register record, appended by  **
      **  ELF-MASTER-MAINT-PROGRAM each time it unloads the master to  **
      **  a backup image before applying a transaction file. The date  **
      **  and time are the maintenance run's own stamp - the same one  **
      **  every audit trail entry of that run carries - so forward     **
      **  recovery re-applies the trail from this stamp on. The image  **
      **  is the master's records in key order, ELFMREC.cpy layout,    **
      **  EBK-RECORD-COUNT of them. COPY this under FD                 **
      **  ELF-BACKUP-REGISTER-FILE.                                    **
      ******************************************************************
       01 ELF-BACKUP-REGISTER-RECORD.
          05 EBK-DATE             PIC 9(8).
          05 EBK-SEP-1            PIC X.
          05 EBK-TIME             PIC 9(8).
          05 EBK-SEP-2            PIC X.
          05 EBK-OPERATOR-ID      PIC X(8).
          05 EBK-SEP-3            PIC X.
          05 EBK-RECORD-COUNT     PIC 9(6).
          05 EBK-SEP-4            PIC X.
          05 EBK-BACKUP-DATASET   PIC X(80).
          05 EBK-SEP-5            PIC X.
          05 EBK-MASTER-DATASET   PIC X(80).
          05 EBK-SEP-6            PIC X.
          05 EBK-AUDIT-DATASET    PIC X(80).
