      *  logger generated.  A run that abends and restarts twice has
      *  three lines under one logical-run id, which is what ties its
      *  three LOGFILE GUIDs together.  Shared by Program1 (writer)
      *  and the RunSummary report and RunRecon reconciliation
      *  (readers).
      *================================================================
       01  RUNREG-RECORD.
           05  RR-RUN-ID               PIC X(15).
