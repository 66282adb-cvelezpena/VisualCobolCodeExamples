      *================================================================
      *  RETNREC.cpy
      *
      *  Record layout for RETAINRPT, the legal-hold retention report.
      *  Every retention job that lets data go - LogArchive (dated
      *  LOGFILE archives), DbArchive (LOGTABLE rows) and Housekeep
      *  (RUNHIST, RUNREG, ALERTQ, REJECTS) - asks HoldCheck first
      *  and appends one line here for each thing it kept past
      *  retention only because a hold in force (HOLDREC.cpy) covers
      *  it: which job, which file or table, which record, and which
      *  hold.  The report is appended to, never rewritten, so it
      *  builds into the history legal can be shown of what each hold
      *  actually preserved, night by night.
      *================================================================
       01  RETAIN-RECORD.
           05  RET-DATE                PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RET-JOB                 PIC X(10).
           05  FILLER                  PIC X(01).
           05  RET-STORE               PIC X(32).
           05  FILLER                  PIC X(01).
           05  RET-ITEM                PIC X(40).
           05  FILLER                  PIC X(01).
           05  RET-HOLD-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  RET-NOTE                PIC X(30).
