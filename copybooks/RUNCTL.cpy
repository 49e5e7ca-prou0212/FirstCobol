      *           rewriting the file with a BD record carrying the
      *           business date; the RunControl subprogram appends
      *           one ST record per step start (S) and end (E),
      *           with up to four balancing counts on the end
      *           record. RunControl enforces step order and
      *           refuses a step already ended for the business
      *           date; RunBalance proves the counts tie across
           05 RC-COUNT-1 PIC 9(08).
           05 RC-COUNT-2 PIC 9(08).
           05 RC-COUNT-3 PIC 9(08).
           05 RC-COUNT-4 PIC 9(08).
