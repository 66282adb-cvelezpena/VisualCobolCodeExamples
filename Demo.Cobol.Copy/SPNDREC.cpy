      *================================================================
      *  SPNDREC.cpy
      *
      *  Record layout for SCHDPEND, the pending-approvals queue for
      *  changes to the two nightly schedule control files: JOBSTREAM
      *  (JobSched's steps, target STEP) and RUNSCHED (RunMonitor's
      *  windows, target SCHD).  SchedMaint validates each change,
      *  stamps the maker's identity and timestamp and queues it here
      *  under a sequence number; SchedApprove, run by a different
      *  operator, approves or rejects each item by sequence number
      *  and only an approval lands the change - the same dual
      *  control OPERPEND (PENDREC.cpy) gives the operator master.
      *
      *  SPND-IMAGE is the control-file line exactly as it is to
      *  stand after the change, in that file's own columns; for a
      *  DEL only the step or stream name at its front is used.
      *================================================================
       01  SPND-RECORD.
           05  SPND-SEQ                PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SPND-ACTION             PIC X(03).
               88  SPND-ADD            VALUE "ADD".
               88  SPND-CHG            VALUE "CHG".
               88  SPND-DEL            VALUE "DEL".
           05  FILLER                  PIC X(01).
           05  SPND-TARGET             PIC X(04).
               88  SPND-STEP           VALUE "STEP".
               88  SPND-SCHED          VALUE "SCHD".
           05  FILLER                  PIC X(01).
           05  SPND-IMAGE              PIC X(63).
           05  FILLER                  PIC X(01).
           05  SPND-MAKER-ID           PIC X(20).
           05  FILLER                  PIC X(01).
           05  SPND-MAKER-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SPND-MAKER-TIME         PIC 9(06).
