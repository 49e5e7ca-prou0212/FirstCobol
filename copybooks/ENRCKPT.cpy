      ******************************************************************
      * Copybook: ENRCKPT
      * Purpose:  Restart checkpoint record for the enrollment edit
      *           run (../ENRLCKPT). Records how many ../ENROLLIN
      *           transactions have already been committed to
      *           ../ENROLL so a rerun after an abend can skip past
      *           them, and the run's counts at the checkpoint so a
      *           restarted run's completion totals still tie
      *           (accepted + maintained + rejected = read, and the
      *           activity events written) for RunBalance. Zeroed at
      *           the end of a clean run.
      ******************************************************************
       01 ENROLL-CHECKPOINT-RECORD.
           05 EK-RECORDS-PROCESSED PIC 9(08).
           05 EK-ACCEPTED-COUNT PIC 9(08).
           05 EK-MAINTAINED-COUNT PIC 9(08).
           05 EK-PROMOTED-COUNT PIC 9(08).
           05 EK-REJECTED-COUNT PIC 9(08).
           05 EK-EVENT-COUNT PIC 9(08).
