      *================================================================
      *  STEPTBL.cpy
      *
      *  In-storage image of the JOBSTREAM control file, one entry per
      *  non-blank line in file order, in JobSched's own columns: step
      *  name, program to call, up to three comma-separated
      *  predecessor step names, the highest return code still counted
      *  as success, and the RUN-ON day code.  SchedMaint and
      *  SchedApprove build it with a proposed change applied and pass
      *  it to SchedCheck, which validates the stream as a whole
      *  before the change is queued or landed.  Thirty entries is
      *  JobSched's own step-table capacity.
      *================================================================
       01  STEP-TABLE.
           05  STT-COUNT               PIC 9(03).
           05  STT-ENTRY               OCCURS 30 TIMES.
               10  STT-IMAGE.
                   15  STT-STEP        PIC X(08).
                   15  FILLER          PIC X(01).
                   15  STT-PROGRAM     PIC X(20).
                   15  FILLER          PIC X(01).
                   15  STT-PREDS       PIC X(26).
                   15  FILLER          PIC X(01).
                   15  STT-MAXRC       PIC X(02).
                   15  FILLER          PIC X(01).
                   15  STT-RUN-ON      PIC X(03).
