      ******************************************************************
      * Copybook: GRDCKPT
      * Purpose:  Restart checkpoint record for the grade posting run
      *           (../GRDPCKPT). Records how many ../GRADEIN
      *           transactions have already been committed to
      *           ../GRADES so a rerun after an abend can skip past
      *           them, and the run's counts at the checkpoint so a
      *           restarted run's completion totals still tie
      *           (posted + regraded + rejected = read) for
      *           RunBalance. Zeroed at the end of a clean run.
      ******************************************************************
       01 GRADE-CHECKPOINT-RECORD.
           05 GK-RECORDS-PROCESSED PIC 9(08).
           05 GK-POSTED-COUNT PIC 9(08).
           05 GK-REGRADED-COUNT PIC 9(08).
           05 GK-REJECTED-COUNT PIC 9(08).
